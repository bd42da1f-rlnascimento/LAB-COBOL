       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGSUCAT.
      **************************************
      *  MIGRACAO DO ARQUIVO DE VEICULOS   *
      *  SUCATA PARA O LAYOUT COM MODELO,  *
      *  ANO-MODELO E CHASSI               *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE O ARQUIVO ATUAL (LAYOUT SEM
      * SUCA-CODMODELO, SUCA-ANOMODELO E SUCA-CHASSI) ASSIM:
      *   VEICSUCA.DAT -> SUCAANT.DAT
      * O JOB REGRAVA CADA VEICULO ARQUIVADO NO LAYOUT NOVO COM O
      * MODELO E O ANO-MODELO ZERADOS E O CHASSI EM BRANCO (NAO
      * INFORMADO, COMO NO VEICULO.DAT). ARQUIVO ANTIGO AUSENTE E
      * PULADO COM AVISO. MESMO MODELO DO MIGRESP. RODAR ANTES DE USAR
      * O ARCSUCAT RECOMPILADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCAANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS SUCA-PLACA-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT VEICSUCA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS SUCA-PLACA
                        FILE STATUS  IS ST-SUCA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SUCAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUCAANT.DAT".
       01 REGSUCA-ANT.
                03 SUCA-PLACA-ANT  PIC X(07).
                03 SUCA-RESTO-ANT  PIC X(108).
      *
       FD VEICSUCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEICSUCA.DAT".
       01 REGSUCA.
                03 SUCA-PLACA.
                    05 SUCA-LETRA      PIC X(03).
                    05 SUCA-NUM        PIC X(04).
                03 SUCA-PROPRIETARIO   PIC X(35).
                03 SUCA-MARCA          PIC 9(01).
                03 SUCA-DATACOMPRA.
                    05 SUCA-DIA        PIC 9(02).
                    05 SUCA-MES        PIC 9(02).
                    05 SUCA-ANO        PIC 9(04).
                03 SUCA-VALORVEIC      PIC 9(06)V99.
                03 SUCA-IPVA           PIC 99V99.
                03 SUCA-CALCIPVA       PIC 9(06).
                03 SUCA-SITUACAO       PIC X(01).
                03 SUCA-CODCEP         PIC 9(08).
                03 SUCA-CODCPF         PIC 9(11).
                03 SUCA-DATASITU       PIC 9(08).
                03 SUCA-FILIAL         PIC 9(02).
                03 SUCA-DATARQ.
                    05 SUCA-DATARQ-DIA PIC 9(02).
                    05 SUCA-DATARQ-MES PIC 9(02).
                    05 SUCA-DATARQ-ANO PIC 9(04).
                03 SUCA-CODMODELO      PIC 9(03).
                03 SUCA-ANOMODELO      PIC 9(04).
                03 SUCA-CHASSI         PIC X(17).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-SUCA        PIC X(02) VALUE "00".
       77 W-SUCALIDOS    PIC 9(06) VALUE ZEROS.
       77 W-SUCAGRAV     PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-SUCA THRU MIG-SUCA-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * SUCAANT.DAT -> VEICSUCA.DAT (MODELO/ANO ZERADOS, CHASSI BRANCO)
      *-----------------------------------------------------------------
       MIG-SUCA.
           OPEN INPUT SUCAANT
           IF ST-ANT NOT = "00"
               DISPLAY "SUCAANT.DAT NAO ENCONTRADO - SUCATA PULADO"
               GO TO MIG-SUCA-FIM.
           OPEN I-O VEICSUCA
           IF ST-SUCA NOT = "00"
               IF ST-SUCA = "30"
                      OPEN OUTPUT VEICSUCA
                      CLOSE VEICSUCA
                      OPEN I-O VEICSUCA
               ELSE
                      DISPLAY "ERRO AO ABRIR VEICSUCA.DAT - ST=" ST-SUCA
                      CLOSE SUCAANT
                      GO TO MIG-SUCA-FIM.
       MIG-SUCA-LER.
           READ SUCAANT NEXT RECORD
               AT END GO TO MIG-SUCA-FECHA.
           ADD 1 TO W-SUCALIDOS.
           MOVE SPACES TO REGSUCA
           MOVE REGSUCA-ANT TO REGSUCA (1:115)
           MOVE ZEROS  TO SUCA-CODMODELO SUCA-ANOMODELO
           MOVE SPACES TO SUCA-CHASSI
           WRITE REGSUCA
           IF ST-SUCA = "22"
               REWRITE REGSUCA.
           IF ST-SUCA = "00"
               ADD 1 TO W-SUCAGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR PLACA " SUCA-PLACA
                   " - ST=" ST-SUCA.
           GO TO MIG-SUCA-LER.
       MIG-SUCA-FECHA.
           CLOSE SUCAANT VEICSUCA.
       MIG-SUCA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGSUCAT - MIGRACAO CONCLUIDA".
           DISPLAY "VEICULOS LIDOS/GRAVADOS....: " W-SUCALIDOS " / "
               W-SUCAGRAV.
           DISPLAY "REJEITADOS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
