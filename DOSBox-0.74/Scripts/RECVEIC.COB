                03 RA-CODCPF           PIC 9(11).
                03 RA-DATASITU         PIC 9(08).
                03 RA-FILIAL           PIC 9(02).
                03 RA-CODMODELO        PIC 9(03).
                03 RA-ANOMODELO        PIC 9(04).
                03 RA-CHASSI           PIC X(17).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 W-ALTERADOS    PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
           COPY CPYCPXW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               MOVE RA-FILIAL TO FILIAL
           ELSE
               MOVE 01 TO FILIAL.
      *        IDEM PARA O MODELO (CATALOGO MODELO.DAT): EXTRATO
      *        ANTIGO ENTRA SEM MODELO
           IF RA-CODMODELO IS NUMERIC
               MOVE RA-CODMODELO TO CODMODELO
           ELSE
               MOVE ZEROS TO CODMODELO.
      *        IDEM PARA ANO-MODELO E CHASSI (RECALL)
           IF RA-ANOMODELO IS NUMERIC
               MOVE RA-ANOMODELO TO ANOMODELO
           ELSE
               MOVE ZEROS TO ANOMODELO.
           MOVE RA-CHASSI TO CHASSI.
           MOVE RA-CODCEP         TO CODCEP.
           MOVE RA-CODCPF         TO CODCPF.
           WRITE REGVEIC
           IF ST-ERRO = "00"
               ADD 1 TO W-GRAVADOS
               MOVE "VEICULO"    TO W-CPXARQ
               MOVE PLACA        TO W-CPXID
               MOVE CODCEP       TO W-CPXCEP
               CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                   W-CPXOK
               GO TO REC-GRAVA-FIM.
           IF ST-ERRO = "22"
               REWRITE REGVEIC
               IF ST-ERRO = "00"
                   ADD 1 TO W-ALTERADOS
                   MOVE "VEICULO"    TO W-CPXARQ
                   MOVE PLACA        TO W-CPXID
                   MOVE CODCEP       TO W-CPXCEP
                   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                       W-CPXOK
               ELSE
                   ADD 1 TO W-REJEITADOS
                   DISPLAY "ERRO AO REGRAVAR " PLACA " - ST=" ST-ERRO
