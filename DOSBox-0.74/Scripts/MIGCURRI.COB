       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGCURRI.
      **************************************
      *  MIGRACAO DA GRADE CURRICULAR PARA *
      *  O LAYOUT COM O PESO DA DISCIPLINA *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE O ARQUIVO ATUAL (LAYOUT SEM
      * O CUR-PESO) ASSIM:
      *   CURRICUL.DAT -> CURRANT.DAT
      * O JOB REGRAVA CADA DISCIPLINA NO LAYOUT NOVO COM CUR-PESO
      * ZERADO, QUE A MEDIA DO QUADRO DE HONRA (RELHONRA) CONTA COMO
      * PESO 1 - O MESMO QUE O CADCURRI POE NA DISCIPLINA NOVA. OS
      * PESOS DIFERENTES SAO ACERTADOS DEPOIS NO CADCURRI. ARQUIVO
      * ANTIGO AUSENTE E PULADO COM AVISO. MESMO MODELO DO MIGRESP.
      * RODAR ANTES DE USAR OS PROGRAMAS RECOMPILADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS CUR-DISCIPLINA-ANT
                        FILE STATUS  IS ST-ANT.
           COPY CPYCURS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CURRANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CURRANT.DAT".
       01 REGCUR-ANT.
                03 CUR-DISCIPLINA-ANT  PIC X(20).
                03 CUR-RESTO-ANT       PIC X(22).
      *
           COPY CPYCURR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-CUR         PIC X(02) VALUE "00".
       77 W-CURLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CURGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-CUR THRU MIG-CUR-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * CURRANT.DAT -> CURRICUL.DAT (CUR-PESO ZERADO = PESO 1)
      *-----------------------------------------------------------------
       MIG-CUR.
           OPEN INPUT CURRANT
           IF ST-ANT NOT = "00"
               DISPLAY "CURRANT.DAT NAO ENCONTRADO - GRADE PULADA"
               GO TO MIG-CUR-FIM.
           OPEN I-O CURRICUL
           IF ST-CUR NOT = "00"
               IF ST-CUR = "30"
                      OPEN OUTPUT CURRICUL
                      CLOSE CURRICUL
                      OPEN I-O CURRICUL
               ELSE
                      DISPLAY "ERRO AO ABRIR CURRICUL.DAT - ST=" ST-CUR
                      CLOSE CURRANT
                      GO TO MIG-CUR-FIM.
       MIG-CUR-LER.
           READ CURRANT NEXT RECORD
               AT END GO TO MIG-CUR-FECHA.
           ADD 1 TO W-CURLIDOS.
           MOVE SPACES TO REGCUR
           MOVE REGCUR-ANT TO REGCUR (1:42)
           MOVE ZEROS  TO CUR-PESO
           WRITE REGCUR
           IF ST-CUR = "22"
               REWRITE REGCUR.
           IF ST-CUR = "00"
               ADD 1 TO W-CURGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR DISCIPLINA " CUR-DISCIPLINA
                   " - ST=" ST-CUR.
           GO TO MIG-CUR-LER.
       MIG-CUR-FECHA.
           CLOSE CURRANT CURRICUL.
       MIG-CUR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGCURRI - MIGRACAO CONCLUIDA".
           DISPLAY "DISCIPLINAS LIDAS/GRAVADAS.: " W-CURLIDOS " / "
               W-CURGRAV.
           DISPLAY "REJEITADAS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
