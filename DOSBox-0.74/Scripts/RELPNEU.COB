       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPNEU.
      **************************************
      *  CUSTO POR KM DOS PNEUS POR MARCA  *
      **************************************
      *----------------------------------------------------------------
      * LE TODO O PNEU.DAT (MONTADOS, EM ESTOQUE E DESCARTADOS) E
      * ACUMULA POR MARCA: QUANTIDADE DE PNEUS, CUSTO (COMPRA MAIS
      * RECAPAGENS) E KM RODADOS (TRECHOS ENCERRADOS MAIS O QUE O
      * VEICULO ANDOU DESDE A MONTAGEM, PELO ULTIMO ODOMETRO DOS
      * ABASTECIMENTOS - CPYPNUP). SAI O CUSTO POR KM DE CADA MARCA,
      * EM RELPNEU.TXT E NA IMPRESSORA. MARCA SEM KM RODADO SAI SEM
      * CUSTO POR KM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPNUS.
           COPY CPYABAS.
           SELECT RELPNU ASSIGN TO DISK
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
       FD  RELPNU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPNEU.TXT".
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
       77 W-QTDMAR       PIC 9(03) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-CUSTOKM      PIC 9(03)V9999 VALUE ZEROS.
       77 W-CKM-ED       PIC ZZ9,9999.
       77 W-QTD-ED       PIC ZZZ.ZZ9.
       77 W-KM-ED        PIC ZZZ.ZZZ.ZZ9.
       77 W-GERCUS       PIC 9(10)V99 VALUE ZEROS.
       77 W-GERKM        PIC 9(10) VALUE ZEROS.
      *        UMA LINHA POR MARCA, NA ORDEM EM QUE APARECEM
       01 W-TABMAR.
            03 W-MAR OCCURS 100 TIMES.
               05 W-MAR-NOME    PIC X(15).
               05 W-MAR-QTD     PIC 9(05).
               05 W-MAR-CUSTO   PIC 9(09)V99.
               05 W-MAR-KM      PIC 9(10).
           COPY CPYMASC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELPNEU - CUSTO POR KM DOS PNEUS POR MARCA".
           PERFORM PNR-OP0 THRU PNR-OP0-FIM.
           GO TO PNR-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS (ABASTEC.DAT E OPCIONAL: SEM ELE SO OS
      * TRECHOS ENCERRADOS ENTRAM NO KM)
      *-----------------------------------------------------------------
       PNR-OP0.
           OPEN INPUT PNEU
           IF ST-PNU NOT = "00"
               DISPLAY "ERRO AO ABRIR PNEU.DAT - ST=" ST-PNU
               GO TO ROT-FIM.
           OPEN INPUT ABASTEC
           IF ST-ABA = "00"
               MOVE "S" TO W-PNUABA.
           OPEN OUTPUT RELPNU
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELPNEU.TXT - ST=" ST-REL
               CLOSE PNEU
               GO TO ROT-FIM.
           MOVE "RELPNEU.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELPNEU" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE PNEU RELPNU
               GO TO ROT-FIM.
           MOVE SPACES TO W-TABMAR
           MOVE "CUSTO POR KM DOS PNEUS POR MARCA" TO LINREL
           PERFORM PNR-IMP THRU PNR-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM PNR-IMP THRU PNR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MARCA             PNEUS       CUSTO"
                  "          KM    R$/KM"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PNR-IMP THRU PNR-IMP-FIM.
       PNR-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ACUMULA CADA PNEU NA LINHA DA SUA MARCA
      *-----------------------------------------------------------------
       PNR-LER.
           READ PNEU NEXT RECORD
               AT END GO TO PNR-EOF.
           ADD 1 TO W-PNEUS.
           PERFORM PNU-KMTOT THRU PNU-KMTOT-FIM.
           MOVE 1 TO W-IX.
       PNR-BUSCA.
           IF W-IX > W-QTDMAR
               GO TO PNR-NOVA.
           IF W-MAR-NOME (W-IX) = PNU-MARCA
               GO TO PNR-SOMA.
           ADD 1 TO W-IX.
           GO TO PNR-BUSCA.
       PNR-NOVA.
           IF W-QTDMAR = 100
               DISPLAY "TABELA DE MARCAS CHEIA - IGNORADO " PNU-FOGO
               GO TO PNR-LER.
           ADD 1 TO W-QTDMAR
           MOVE W-QTDMAR TO W-IX
           MOVE PNU-MARCA TO W-MAR-NOME (W-IX)
           MOVE ZEROS TO W-MAR-QTD (W-IX) W-MAR-CUSTO (W-IX)
                         W-MAR-KM (W-IX).
       PNR-SOMA.
           ADD 1 TO W-MAR-QTD (W-IX)
           ADD PNU-CUSTO PNU-CUSTOREC TO W-MAR-CUSTO (W-IX)
           ADD W-PNUKM TO W-MAR-KM (W-IX).
           GO TO PNR-LER.
      *
      *-----------------------------------------------------------------
      * UMA LINHA POR MARCA E O TOTAL GERAL
      *-----------------------------------------------------------------
       PNR-EOF.
           MOVE 1 TO W-IX.
       PNR-LINHA.
           IF W-IX > W-QTDMAR
               GO TO PNR-TOTAL.
           ADD W-MAR-CUSTO (W-IX) TO W-GERCUS
           ADD W-MAR-KM (W-IX) TO W-GERKM
           MOVE W-MAR-QTD (W-IX) TO W-QTD-ED
           MOVE W-MAR-CUSTO (W-IX) TO MASC-DINHEIRO-REL
           MOVE W-MAR-KM (W-IX) TO W-KM-ED
           MOVE SPACES TO LINREL
           IF W-MAR-KM (W-IX) > ZEROS
               COMPUTE W-CUSTOKM ROUNDED =
                   W-MAR-CUSTO (W-IX) / W-MAR-KM (W-IX)
               MOVE W-CUSTOKM TO W-CKM-ED
               STRING W-MAR-NOME (W-IX) " " W-QTD-ED "  "
                      MASC-DINHEIRO-REL " " W-KM-ED " " W-CKM-ED
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING W-MAR-NOME (W-IX) " " W-QTD-ED "  "
                      MASC-DINHEIRO-REL " " W-KM-ED "    -"
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM PNR-IMP THRU PNR-IMP-FIM.
           ADD 1 TO W-IX.
           GO TO PNR-LINHA.
       PNR-TOTAL.
           MOVE SPACES TO LINREL
           PERFORM PNR-IMP THRU PNR-IMP-FIM.
           MOVE W-PNEUS TO W-QTD-ED
           MOVE W-GERKM TO W-KM-ED
           MOVE SPACES TO LINREL
           IF W-GERKM > ZEROS
               COMPUTE W-CUSTOKM ROUNDED = W-GERCUS / W-GERKM
               MOVE W-CUSTOKM TO W-CKM-ED
               STRING "TOTAL GERAL     " W-QTD-ED "  KM " W-KM-ED
                      "  R$/KM " W-CKM-ED
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "TOTAL GERAL     " W-QTD-ED "  KM " W-KM-ED
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM PNR-IMP THRU PNR-IMP-FIM.
           CLOSE PNEU RELPNU IMPRESSORA.
           IF W-PNUABA = "S"
               CLOSE ABASTEC.
           DISPLAY "RELPNEU - RELATORIO GERADO EM RELPNEU.TXT".
           DISPLAY "PNEUS LIDOS.............: " W-PNEUS.
           DISPLAY "MARCAS..................: " W-QTDMAR.
           GO TO ROT-FIM.
      *
       PNR-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       PNR-IMP-FIM.
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
