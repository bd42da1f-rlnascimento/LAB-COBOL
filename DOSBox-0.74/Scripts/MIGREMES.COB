       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGREMES.
      **************************************
      *  MIGRACAO DE MENSALIDADE PARA O    *
      *  LAYOUT COM A DATA DA REMESSA      *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE O ARQUIVO ATUAL (LAYOUT SEM
      * O MEN-REMESSA) ASSIM:
      *   MENSALID.DAT -> MENSAANT.DAT
      * O JOB REGRAVA CADA MENSALIDADE NO LAYOUT NOVO COM MEN-REMESSA
      * ZERADO (NUNCA ENVIADA AO BANCO). O QUE JA SAIU EM REMESSA
      * ANTES DA MIGRACAO NAO TEM MARCA: RODE O BOLREM DE NOVO PARA A
      * COMPETENCIA CORRENTE ANTES DE QUALQUER REAJUSTE, PARA O QUE
      * ESTA NO BANCO FICAR PROTEGIDO. ARQUIVO ANTIGO AUSENTE E
      * PULADO COM AVISO. MESMO MODELO DO MIGENCAR. RODAR ANTES DE
      * USAR OS PROGRAMAS RECOMPILADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS MEN-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           COPY CPYMSLS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MENSAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAANT.DAT".
       01 REGMEN-ANT.
                03 MEN-CHAVE-ANT   PIC X(11).
                03 MEN-RESTO-ANT   PIC X(43).
      *
           COPY CPYMSLR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 W-MENLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-MENGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-MEN THRU MIG-MEN-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * MENSAANT.DAT -> MENSALID.DAT (MEN-REMESSA ZERADO)
      *-----------------------------------------------------------------
       MIG-MEN.
           OPEN INPUT MENSAANT
           IF ST-ANT NOT = "00"
               DISPLAY "MENSAANT.DAT NAO ENCONTRADO - MENSALIDADE"
                   " PULADA"
               GO TO MIG-MEN-FIM.
           OPEN I-O MENSALID
           IF ST-MEN NOT = "00"
               IF ST-MEN = "30"
                      OPEN OUTPUT MENSALID
                      CLOSE MENSALID
                      OPEN I-O MENSALID
               ELSE
                      DISPLAY "ERRO AO ABRIR MENSALID.DAT - ST=" ST-MEN
                      CLOSE MENSAANT
                      GO TO MIG-MEN-FIM.
       MIG-MEN-LER.
           READ MENSAANT NEXT RECORD
               AT END GO TO MIG-MEN-FECHA.
           ADD 1 TO W-MENLIDOS.
           MOVE REGMEN-ANT TO REGMEN (1:54)
           MOVE ZEROS TO MEN-REMESSA
           WRITE REGMEN
           IF ST-MEN = "22"
               REWRITE REGMEN.
           IF ST-MEN = "00"
               ADD 1 TO W-MENGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR MENSALIDADE " MEN-CODALU
                   " - ST=" ST-MEN.
           GO TO MIG-MEN-LER.
       MIG-MEN-FECHA.
           CLOSE MENSAANT MENSALID.
       MIG-MEN-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGREMES - MIGRACAO CONCLUIDA".
           DISPLAY "MENSALIDADES LIDAS/GRAVADAS: " W-MENLIDOS " / "
               W-MENGRAV.
           DISPLAY "REJEITADOS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
