                    05 SUCA-DATARQ-DIA PIC 9(02).
                    05 SUCA-DATARQ-MES PIC 9(02).
                    05 SUCA-DATARQ-ANO PIC 9(04).
                03 SUCA-CODMODELO      PIC 9(03).
                03 SUCA-ANOMODELO      PIC 9(04).
                03 SUCA-CHASSI         PIC X(17).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-SUCA        PIC X(02) VALUE "00".
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-ARQUIVADOS   PIC 9(06) VALUE ZEROS.
           COPY CPYCPXW.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
           GO TO ARC-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS. VEICSUCA.DAT AINDA NO LAYOUT SEM MODELO,
      * ANO-MODELO E CHASSI DA ST=39: CONVERTER ANTES COM O MIGSUCAT
      *-----------------------------------------------------------------
       ARC-OP0.
           OPEN I-O CADVEIC
              MOVE CODCPF       TO SUCA-CODCPF
              MOVE DATASITU     TO SUCA-DATASITU
              MOVE FILIAL       TO SUCA-FILIAL
              MOVE CODMODELO    TO SUCA-CODMODELO
              MOVE ANOMODELO    TO SUCA-ANOMODELO
              MOVE CHASSI       TO SUCA-CHASSI
              MOVE W-DATA-DIA   TO SUCA-DATARQ-DIA
              MOVE W-DATA-MES   TO SUCA-DATARQ-MES
              MOVE W-DATA-ANO   TO SUCA-DATARQ-ANO
              IF ST-SUCA = "00"
                 DELETE CADVEIC RECORD
                 ADD 1 TO W-ARQUIVADOS
                 MOVE "VEICULO"    TO W-CPXARQ
                 MOVE PLACA        TO W-CPXID
                 MOVE ZEROS        TO W-CPXCEP
                 CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                     W-CPXOK
              ELSE
                 DISPLAY "ERRO AO GRAVAR VEICSUCA - PLACA=" PLACA
                         " ST=" ST-SUCA.
