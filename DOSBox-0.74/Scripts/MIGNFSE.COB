       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGNFSE.
      **************************************
      *  MIGRACAO DE RECIBO PARA O LAYOUT  *
      *  COM O NUMERO DA NFS-E             *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE O ARQUIVO ATUAL (LAYOUT SEM
      * O RCB-NFSE) ASSIM:
      *   RECIBO.DAT -> RECIBANT.DAT
      * O JOB REGRAVA CADA RECIBO NO LAYOUT NOVO COM RCB-NFSE ZERADO
      * (SEM NOTA). OS RECIBOS DO MES CORRENTE RECEBEM O NUMERO DA
      * NOTA NO PRIMEIRO NFSRET. ARQUIVO ANTIGO AUSENTE E PULADO COM
      * AVISO. MESMO MODELO DO MIGENCAR. RODAR ANTES DE USAR OS
      * PROGRAMAS RECOMPILADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS RCB-NUM-ANT
                        FILE STATUS  IS ST-ANT.
           COPY CPYRCBS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RECIBANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBANT.DAT".
       01 REGRCB-ANT.
                03 RCB-NUM-ANT     PIC 9(09).
                03 RCB-RESTO-ANT   PIC X(107).
      *
           COPY CPYRCBR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-RCB         PIC X(02) VALUE "00".
       77 W-RCBLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-RCBGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-RCB THRU MIG-RCB-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * RECIBANT.DAT -> RECIBO.DAT (RCB-NFSE ZERADO)
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
           MOVE REGRCB-ANT TO REGRCB (1:116)
           MOVE ZEROS TO RCB-NFSE
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
           DISPLAY "MIGNFSE - MIGRACAO CONCLUIDA".
           DISPLAY "RECIBOS LIDOS/GRAVADOS.....: " W-RCBLIDOS " / "
               W-RCBGRAV.
           DISPLAY "REJEITADOS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
