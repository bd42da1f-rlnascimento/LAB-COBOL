       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREPOS.
      **************************************
      *  LISTA DE REPOSICAO DO ALMOXARIFADO*
      **************************************
      *----------------------------------------------------------------
      * LE O PECA.DAT E LISTA AS PECAS ATIVAS COM SALDO ABAIXO DO
      * ESTOQUE MINIMO, COM A QUANTIDADE SUGERIDA PARA A COMPRA
      * (MINIMO - SALDO), O PRECO E O FORNECEDOR DA ULTIMA ENTRADA
      * (NOME FANTASIA DO FORNEC.DAT, QUE E OPCIONAL). NO FIM, A
      * ESTIMATIVA DA COMPRA PELOS ULTIMOS PRECOS. SAI EM RELREPOS.TXT
      * E NA IMPRESSORA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPECS.
           COPY CPYFORS.
           SELECT RELREP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPECR.
           COPY CPYFORR.
      *
       FD  RELREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREPOS.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PEC         PIC X(02) VALUE "00".
       77 ST-FOR         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-FORDISP      PIC X(01) VALUE "N".
       77 W-PECAS        PIC 9(06) VALUE ZEROS.
       77 W-REPOR        PIC 9(06) VALUE ZEROS.
       77 W-SUGERE       PIC 9(07)V99 VALUE ZEROS.
       77 W-ESTIMA       PIC 9(11)V99 VALUE ZEROS.
       77 W-FORNOME      PIC X(15) VALUE SPACES.
       77 W-SAL-ED       PIC ZZZ.ZZ9,99.
       77 W-SUG-ED       PIC ZZZ.ZZ9,99.
       77 W-CUS-ED       PIC ZZZ.ZZ9,99.
       77 W-EST-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-CNT-ED       PIC ZZZ.ZZ9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELREPOS - LISTA DE REPOSICAO DO ALMOXARIFADO".
           PERFORM REP-OP0 THRU REP-OP0-FIM.
           GO TO REP-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS (FORNEC.DAT E OPCIONAL: SEM ELE A LINHA
      * SAI SEM O NOME DO FORNECEDOR)
      *-----------------------------------------------------------------
       REP-OP0.
           OPEN INPUT PECA
           IF ST-PEC NOT = "00"
               DISPLAY "ERRO AO ABRIR PECA.DAT - ST=" ST-PEC
               GO TO ROT-FIM.
           OPEN INPUT FORNEC
           IF ST-FOR = "00"
               MOVE "S" TO W-FORDISP.
           OPEN OUTPUT RELREP
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELREPOS.TXT - ST=" ST-REL
               CLOSE PECA
               GO TO ROT-FIM.
           MOVE "RELREPOS.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELREPOS" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE PECA RELREP
               GO TO ROT-FIM.
           MOVE "LISTA DE REPOSICAO DO ALMOXARIFADO" TO LINREL
           PERFORM REP-IMP THRU REP-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM REP-IMP THRU REP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CODIGO   DESCRICAO        UN       SALDO"
                  "    SUGERIDO ULT.PRECO  ULT.FORNECEDOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REP-IMP THRU REP-IMP-FIM.
       REP-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SO A PECA ATIVA ABAIXO DO MINIMO ENTRA NA LISTA
      *-----------------------------------------------------------------
       REP-LER.
           READ PECA NEXT RECORD
               AT END GO TO REP-EOF.
           ADD 1 TO W-PECAS.
           IF PEC-SITUACAO = "I"
               GO TO REP-LER.
           IF PEC-SALDO NOT < PEC-MINIMO
               GO TO REP-LER.
           ADD 1 TO W-REPOR
           COMPUTE W-SUGERE = PEC-MINIMO - PEC-SALDO
           COMPUTE W-ESTIMA ROUNDED =
               W-ESTIMA + W-SUGERE * PEC-ULTCUSTO
           PERFORM REP-FORN THRU REP-FORN-FIM
           MOVE PEC-SALDO TO W-SAL-ED
           MOVE W-SUGERE TO W-SUG-ED
           MOVE PEC-ULTCUSTO TO W-CUS-ED
           MOVE SPACES TO LINREL
           STRING PEC-COD " " PEC-DESC (1:16) " " PEC-UNID " "
                  W-SAL-ED " " W-SUG-ED " " W-CUS-ED " " W-FORNOME
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REP-IMP THRU REP-IMP-FIM.
           GO TO REP-LER.
      *
      *        NOME DO FORNECEDOR DA ULTIMA ENTRADA (PECA SEM ENTRADA
      *        AINDA SAI SEM FORNECEDOR)
       REP-FORN.
           MOVE SPACES TO W-FORNOME
           IF PEC-ULTFOR = ZEROS OR W-FORDISP NOT = "S"
               GO TO REP-FORN-FIM.
           MOVE PEC-ULTFOR TO FOR-DOC
           READ FORNEC
           IF ST-FOR = "00"
               MOVE FOR-FANTASIA TO W-FORNOME.
       REP-FORN-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS E ESTIMATIVA DA COMPRA
      *-----------------------------------------------------------------
       REP-EOF.
           MOVE SPACES TO LINREL
           PERFORM REP-IMP THRU REP-IMP-FIM.
           MOVE W-REPOR TO W-CNT-ED
           MOVE W-ESTIMA TO W-EST-ED
           MOVE SPACES TO LINREL
           STRING "PECAS A REPOR: " W-CNT-ED
                  "    ESTIMATIVA DA COMPRA: " W-EST-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REP-IMP THRU REP-IMP-FIM.
           CLOSE PECA RELREP IMPRESSORA.
           IF W-FORDISP = "S"
               CLOSE FORNEC.
           DISPLAY "RELREPOS - RELATORIO GERADO EM RELREPOS.TXT".
           DISPLAY "PECAS LIDAS.............: " W-PECAS.
           DISPLAY "PECAS A REPOR...........: " W-REPOR.
           GO TO ROT-FIM.
      *
       REP-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       REP-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
