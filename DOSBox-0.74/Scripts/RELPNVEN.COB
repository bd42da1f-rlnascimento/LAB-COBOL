       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPNVEN.
      **************************************
      *  PNEUS COM RODIZIO OU RECAPAGEM    *
      *  VENCIDOS                          *
      **************************************
      *----------------------------------------------------------------
      * PERCORRE O PNEU.DAT E LISTA, EM RELPNVEN.TXT E NA IMPRESSORA:
      *  - RODIZIO: PNEU MONTADO QUE JA RODOU W-PNURODIZ KM DESDE A
      *    MONTAGEM OU O ULTIMO RODIZIO;
      *  - RECAPAGEM: PNEU (MONTADO OU EM ESTOQUE) QUE JA RODOU
      *    W-PNURECAP KM DESDE A COMPRA OU A ULTIMA RECAPAGEM; QUANDO
      *    JA FOI RECAPADO W-PNUMAXREC VEZES SAI COMO DESCARTE.
      * O KM DO PNEU MONTADO INCLUI O QUE O VEICULO ANDOU DESDE A
      * MONTAGEM, PELO ULTIMO ODOMETRO DOS ABASTECIMENTOS (CPYPNUP).
      * PNEUS DESCARTADOS NAO SAEM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPNUS.
           COPY CPYABAS.
           SELECT RELVEN ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPNUR.
           COPY CPYABAR.
      *
       FD  RELVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPNVEN.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PNU         PIC X(02) VALUE "00".
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYPNUW.
       77 W-PNEUS        PIC 9(06) VALUE ZEROS.
       77 W-QTDROD       PIC 9(06) VALUE ZEROS.
       77 W-QTDREC       PIC 9(06) VALUE ZEROS.
       77 W-QTDDES       PIC 9(06) VALUE ZEROS.
       77 W-KMDESDE      PIC 9(07) VALUE ZEROS.
       77 W-MOTIVO       PIC X(10) VALUE SPACES.
       77 W-KM-ED        PIC Z.ZZZ.ZZ9.
       77 W-DES-ED       PIC Z.ZZZ.ZZ9.
       77 W-SITTXT       PIC X(07) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELPNVEN - PNEUS COM RODIZIO/RECAPAGEM VENCIDOS".
           PERFORM VEN-OP0 THRU VEN-OP0-FIM.
           GO TO VEN-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS (ABASTEC.DAT E OPCIONAL)
      *-----------------------------------------------------------------
       VEN-OP0.
           OPEN INPUT PNEU
           IF ST-PNU NOT = "00"
               DISPLAY "ERRO AO ABRIR PNEU.DAT - ST=" ST-PNU
               GO TO ROT-FIM.
           OPEN INPUT ABASTEC
           IF ST-ABA = "00"
               MOVE "S" TO W-PNUABA.
           OPEN OUTPUT RELVEN
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELPNVEN.TXT - ST=" ST-REL
               CLOSE PNEU
               GO TO ROT-FIM.
           MOVE "RELPNVEN.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELPNVEN" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE PNEU RELVEN
               GO TO ROT-FIM.
           MOVE "PNEUS COM RODIZIO OU RECAPAGEM VENCIDOS" TO LINREL
           PERFORM VEN-IMP THRU VEN-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM VEN-IMP THRU VEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "FOGO     MARCA           SITUACAO PLACA   POS"
                  "   KM TOTAL  KM DESDE VENCIDO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VEN-IMP THRU VEN-IMP-FIM.
       VEN-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CADA PNEU PODE SAIR UMA VEZ PARA RODIZIO E OUTRA PARA
      * RECAPAGEM/DESCARTE
      *-----------------------------------------------------------------
       VEN-LER.
           READ PNEU NEXT RECORD
               AT END GO TO VEN-EOF.
           IF PNU-SITUACAO = "D"
               GO TO VEN-LER.
           ADD 1 TO W-PNEUS.
           PERFORM PNU-KMTOT THRU PNU-KMTOT-FIM.
           MOVE "ESTOQUE" TO W-SITTXT
           IF PNU-SITUACAO = "V"
               MOVE "MONTADO" TO W-SITTXT.
       VEN-RODIZ.
           IF PNU-SITUACAO NOT = "V"
               GO TO VEN-RECAP.
           MOVE ZEROS TO W-KMDESDE
           IF W-PNUKM > PNU-KMRODIZ
               COMPUTE W-KMDESDE = W-PNUKM - PNU-KMRODIZ.
           IF W-KMDESDE < W-PNURODIZ
               GO TO VEN-RECAP.
           MOVE "RODIZIO" TO W-MOTIVO
           ADD 1 TO W-QTDROD
           PERFORM VEN-LINHA THRU VEN-LINHA-FIM.
       VEN-RECAP.
           MOVE ZEROS TO W-KMDESDE
           IF W-PNUKM > PNU-KMRECAP
               COMPUTE W-KMDESDE = W-PNUKM - PNU-KMRECAP.
           IF W-KMDESDE < W-PNURECAP
               GO TO VEN-LER.
           IF PNU-RECAP < W-PNUMAXREC
               MOVE "RECAPAGEM" TO W-MOTIVO
               ADD 1 TO W-QTDREC
           ELSE
               MOVE "DESCARTE" TO W-MOTIVO
               ADD 1 TO W-QTDDES.
           PERFORM VEN-LINHA THRU VEN-LINHA-FIM.
           GO TO VEN-LER.
      *
       VEN-LINHA.
           MOVE W-PNUKM TO W-KM-ED
           MOVE W-KMDESDE TO W-DES-ED
           MOVE SPACES TO LINREL
           STRING PNU-FOGO " " PNU-MARCA " " W-SITTXT "  "
                  PNU-PLACA " " PNU-POSICAO " " W-KM-ED " "
                  W-DES-ED " " W-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VEN-IMP THRU VEN-IMP-FIM.
       VEN-LINHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       VEN-EOF.
           MOVE SPACES TO LINREL
           PERFORM VEN-IMP THRU VEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PNEUS ATIVOS: " W-PNEUS "  RODIZIO: " W-QTDROD
                  "  RECAPAGEM: " W-QTDREC "  DESCARTE: " W-QTDDES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VEN-IMP THRU VEN-IMP-FIM.
           CLOSE PNEU RELVEN IMPRESSORA.
           IF W-PNUABA = "S"
               CLOSE ABASTEC.
           DISPLAY "RELPNVEN - LISTA GERADA EM RELPNVEN.TXT".
           DISPLAY "PNEUS ATIVOS............: " W-PNEUS.
           DISPLAY "RODIZIO VENCIDO.........: " W-QTDROD.
           DISPLAY "RECAPAGEM VENCIDA.......: " W-QTDREC.
           DISPLAY "PARA DESCARTE...........: " W-QTDDES.
           GO TO ROT-FIM.
      *
       VEN-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       VEN-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *****************************************
      * KM TOTAL DO PNEU (CPYPNUP)            *
      *****************************************
      *
           COPY CPYPNUP.
