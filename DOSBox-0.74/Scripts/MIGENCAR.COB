       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGENCAR.
      **************************************
      *  MIGRACAO DE MENSALIDADE E RECIBO  *
      *  PARA O LAYOUT COM MULTA E JUROS   *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE OS ARQUIVOS ATUAIS (LAYOUT
      * SEM OS CAMPOS DE ENCARGOS) ASSIM:
      *   MENSALID.DAT -> MENSAANT.DAT
      *   RECIBO.DAT   -> RECIBANT.DAT
      * O JOB REGRAVA CADA REGISTRO NO LAYOUT NOVO COM MEN-MULTA,
      * MEN-JUROS, RCB-MULTA E RCB-JUROS ZERADOS - O QUE JA FOI BAIXADO
      * FICA TODO COMO PRINCIPAL, COMO SEMPRE FOI LANCADO. ARQUIVO
      * ANTIGO AUSENTE E PULADO COM AVISO. MESMO MODELO DO MIGSITU.
      * RODAR ANTES DE USAR OS PROGRAMAS RECOMPILADOS.
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
           SELECT RECIBANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS RCB-NUM-ANT
                        FILE STATUS  IS ST-ANT.
           COPY CPYMSLS.
           COPY CPYRCBS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MENSAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAANT.DAT".
       01 REGMEN-ANT.
                03 MEN-CHAVE-ANT   PIC X(11).
                03 MEN-RESTO-ANT   PIC X(27).
      *
       FD  RECIBANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBANT.DAT".
       01 REGRCB-ANT.
                03 RCB-NUM-ANT     PIC 9(09).
                03 RCB-RESTO-ANT   PIC X(91).
      *
           COPY CPYMSLR.
           COPY CPYRCBR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-RCB         PIC X(02) VALUE "00".
       77 W-MENLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-MENGRAV      PIC 9(06) VALUE ZEROS.
       77 W-RCBLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-RCBGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-MEN THRU MIG-MEN-FIM.
           PERFORM MIG-RCB THRU MIG-RCB-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * MENSAANT.DAT -> MENSALID.DAT (MULTA E JUROS ZERADOS)
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
           MOVE REGMEN-ANT TO REGMEN (1:38)
           MOVE ZEROS TO MEN-MULTA MEN-JUROS
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
      * RECIBANT.DAT -> RECIBO.DAT (MULTA E JUROS ZERADOS)
      *-----------------------------------------------------------------
       MIG-RCB.
           OPEN INPUT RECIBANT
           IF ST-ANT NOT = "00"
               DISPLAY "RECIBANT.DAT NAO ENCONTRADO - RECIBO PULADO"
               GO TO MIG-RCB-FIM.
           OPEN I-O RECIBO
           IF ST-RCB NOT = "00"
               IF ST-RCB = "30"
                      OPEN OUTPUT RECIBO
                      CLOSE RECIBO
                      OPEN I-O RECIBO
               ELSE
                      DISPLAY "ERRO AO ABRIR RECIBO.DAT - ST=" ST-RCB
                      CLOSE RECIBANT
                      GO TO MIG-RCB-FIM.
       MIG-RCB-LER.
           READ RECIBANT NEXT RECORD
               AT END GO TO MIG-RCB-FECHA.
           ADD 1 TO W-RCBLIDOS.
           MOVE REGRCB-ANT TO REGRCB (1:100)
           MOVE ZEROS TO RCB-MULTA RCB-JUROS RCB-NFSE
           WRITE REGRCB
           IF ST-RCB = "22"
               REWRITE REGRCB.
           IF ST-RCB = "00"
               ADD 1 TO W-RCBGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR RECIBO " RCB-NUM
                   " - ST=" ST-RCB.
           GO TO MIG-RCB-LER.
       MIG-RCB-FECHA.
           CLOSE RECIBANT RECIBO.
       MIG-RCB-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGENCAR - MIGRACAO CONCLUIDA".
           DISPLAY "MENSALIDADES LIDAS/GRAVADAS: " W-MENLIDOS " / "
               W-MENGRAV.
           DISPLAY "RECIBOS LIDOS/GRAVADOS.....: " W-RCBLIDOS " / "
               W-RCBGRAV.
           DISPLAY "REJEITADOS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
