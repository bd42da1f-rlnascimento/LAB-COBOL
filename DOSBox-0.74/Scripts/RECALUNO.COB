                03 RA-NUMRESP      PIC 9(09).
                03 RA-FONKEY       PIC X(08).
                03 RA-FILIAL       PIC 9(02).
                03 RA-SITALU       PIC X(01).
                03 RA-DTSITALU     PIC 9(08).
                03 RA-CPFRESP      PIC 9(11).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               MOVE RA-FILIAL TO FILIAL
           ELSE
               MOVE 01 TO FILIAL.
      *        EXTRATO ANTERIOR A SITUACAO DO ALUNO VOLTA COMO ATIVO
           MOVE RA-SITALU     TO SITALU.
           IF RA-DTSITALU IS NUMERIC
               MOVE RA-DTSITALU TO DTSITALU
           ELSE
               MOVE SPACES TO SITALU
               MOVE ZEROS TO DTSITALU.
      *        EXTRATO ANTERIOR AO RESPONSAVEL FINANCEIRO VOLTA SEM
      *        VINCULO
           IF RA-CPFRESP IS NUMERIC
               MOVE RA-CPFRESP TO CPFRESP
           ELSE
               MOVE ZEROS TO CPFRESP.
           WRITE REGALU
           IF ST-ERRO = "00"
               ADD 1 TO W-GRAVADOS
