       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESTQ.
      **************************************
      *  POSICAO DO ESTOQUE DO ALMOXARIFADO*
      **************************************
      *----------------------------------------------------------------
      * LE TODO O PECA.DAT NA ORDEM DO CODIGO E LISTA, PARA CADA PECA,
      * O SALDO, O CUSTO MEDIO E O VALOR EM ESTOQUE (SALDO X CUSTO
      * MEDIO). A PECA ATIVA ABAIXO DO ESTOQUE MINIMO SAI MARCADA
      * "REPOR" (A LISTA COM A SUGESTAO DE COMPRA E O RELREPOS); A
      * INATIVA SAI MARCADA "INAT". NO FIM, O VALOR TOTAL DO ESTOQUE.
      * SAI EM RELESTQ.TXT E NA IMPRESSORA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPECS.
           SELECT RELEST ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPECR.
      *
       FD  RELEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELESTQ.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PEC         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-PECAS        PIC 9(06) VALUE ZEROS.
       77 W-REPOR        PIC 9(06) VALUE ZEROS.
       77 W-VALEST       PIC 9(09)V99 VALUE ZEROS.
       77 W-GERVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-MARCA        PIC X(05) VALUE SPACES.
       77 W-QTD-ED       PIC Z.ZZZ.ZZ9,99.
       77 W-CUS-ED       PIC ZZZ.ZZ9,99.
       77 W-VAL-ED       PIC ZZ.ZZZ.ZZ9,99.
       77 W-GER-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-CNT-ED       PIC ZZZ.ZZ9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELESTQ - POSICAO DO ESTOQUE DO ALMOXARIFADO".
           PERFORM EST-OP0 THRU EST-OP0-FIM.
           GO TO EST-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       EST-OP0.
           OPEN INPUT PECA
           IF ST-PEC NOT = "00"
               DISPLAY "ERRO AO ABRIR PECA.DAT - ST=" ST-PEC
               GO TO ROT-FIM.
           OPEN OUTPUT RELEST
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELESTQ.TXT - ST=" ST-REL
               CLOSE PECA
               GO TO ROT-FIM.
           MOVE "RELESTQ.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELESTQ" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE PECA RELEST
               GO TO ROT-FIM.
           MOVE "POSICAO DO ESTOQUE DO ALMOXARIFADO" TO LINREL
           PERFORM EST-IMP THRU EST-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM EST-IMP THRU EST-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CODIGO   DESCRICAO            UN         SALDO"
                  " CUSTO MED.         VALOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EST-IMP THRU EST-IMP-FIM.
       EST-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA POR PECA
      *-----------------------------------------------------------------
       EST-LER.
           READ PECA NEXT RECORD
               AT END GO TO EST-EOF.
           ADD 1 TO W-PECAS.
           COMPUTE W-VALEST ROUNDED = PEC-SALDO * PEC-CUSTOMED
           ADD W-VALEST TO W-GERVAL
           MOVE SPACES TO W-MARCA
           IF PEC-SITUACAO = "I"
               MOVE "INAT" TO W-MARCA
           ELSE
               IF PEC-SALDO < PEC-MINIMO
                   MOVE "REPOR" TO W-MARCA
                   ADD 1 TO W-REPOR.
           MOVE PEC-SALDO TO W-QTD-ED
           MOVE PEC-CUSTOMED TO W-CUS-ED
           MOVE W-VALEST TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING PEC-COD " " PEC-DESC (1:20) " " PEC-UNID " "
                  W-QTD-ED " " W-CUS-ED " " W-VAL-ED " " W-MARCA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EST-IMP THRU EST-IMP-FIM.
           GO TO EST-LER.
      *
      *-----------------------------------------------------------------
      * VALOR TOTAL DO ESTOQUE
      *-----------------------------------------------------------------
       EST-EOF.
           MOVE SPACES TO LINREL
           PERFORM EST-IMP THRU EST-IMP-FIM.
           MOVE W-PECAS TO W-CNT-ED
           MOVE W-GERVAL TO W-GER-ED
           MOVE SPACES TO LINREL
           STRING "PECAS: " W-CNT-ED
                  "    VALOR TOTAL DO ESTOQUE: " W-GER-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EST-IMP THRU EST-IMP-FIM.
           MOVE W-REPOR TO W-CNT-ED
           MOVE SPACES TO LINREL
           STRING "PECAS ABAIXO DO MINIMO: " W-CNT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EST-IMP THRU EST-IMP-FIM.
           CLOSE PECA RELEST IMPRESSORA.
           DISPLAY "RELESTQ - RELATORIO GERADO EM RELESTQ.TXT".
           DISPLAY "PECAS LIDAS.............: " W-PECAS.
           DISPLAY "ABAIXO DO MINIMO........: " W-REPOR.
           GO TO ROT-FIM.
      *
       EST-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       EST-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
