       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELALC.
      **************************************
      *  LANCAMENTOS APROVADOS ACIMA DA    *
      *  ALCADA, POR APROVADOR             *
      **************************************
      *----------------------------------------------------------------
      * LISTA OS LANCAMENTOS DA FILA DE ALCADA (ALCPEND.DAT) QUE UM
      * SUPERVISOR APROVOU NO APRALC, AGRUPADOS PELO SUPERVISOR QUE
      * APROVOU E, DENTRO DELE, PELA DATA DA APROVACAO. CADA LINHA
      * TRAZ A FUNCAO, A CHAVE, QUEM LANCOU, O VALOR E QUANTO ELE
      * PASSOU DA ALCADA DE QUEM LANCOU; CADA APROVADOR FECHA COM A
      * QUANTIDADE E OS TOTAIS. O PERIODO E PELA DATA DA APROVACAO
      * (ZEROS = TUDO). OS AGUARDANDO E OS REJEITADOS NAO ENTRAM.
      * ARQUIVOS: RELALC.TXT E O SPOOL RELALC.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALPS.
           SELECT ORDALC ASSIGN TO DISK.
           SELECT RELALP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALPR.
      *
       SD  ORDALC.
       01 REGORD.
                03 ORD-APROV       PIC X(12).
                03 ORD-DATAPROV    PIC 9(08).
                03 ORD-FUNCAO      PIC X(04).
                03 ORD-ID          PIC X(25).
                03 ORD-OPER        PIC X(12).
                03 ORD-VALOR       PIC 9(09)V99.
                03 ORD-EXCESSO     PIC 9(09)V99.
      *
       FD  RELALP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELALC.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ALP         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-OPERADOR     PIC X(12) VALUE SPACES.
       77 W-DATAINI      PIC 9(08) VALUE ZEROS.
       77 W-DATAFIM      PIC 9(08) VALUE 99999999.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-APROVANT     PIC X(12) VALUE SPACES.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-QTDAPROV     PIC 9(04) VALUE ZEROS.
       77 W-QTDGRUPO     PIC 9(05) VALUE ZEROS.
       77 W-VALGRUPO     PIC 9(11)V99 VALUE ZEROS.
       77 W-EXCGRUPO     PIC 9(11)V99 VALUE ZEROS.
       77 W-QTDTOTAL     PIC 9(05) VALUE ZEROS.
       77 W-VALTOTAL     PIC 9(11)V99 VALUE ZEROS.
       77 W-EXCTOTAL     PIC 9(11)V99 VALUE ZEROS.
       77 W-VAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-EXC-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *        LINHA DE LANCAMENTO APROVADO
       01 W-LINITEM.
            03 FILLER        PIC X(02) VALUE SPACES.
            03 W-LI-DATA     PIC 9(08).
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-FUNCAO   PIC X(04).
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-ID       PIC X(15).
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-OPER     PIC X(12).
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-EXCESSO  PIC ZZZ.ZZZ.ZZ9,99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELALC - LANCAMENTOS APROVADOS ACIMA DA ALCADA".
       REL-OPER.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
               GO TO REL-OPER.
           MOVE W-OPERADOR TO W-SPLOPER.
           DISPLAY "APROVADOS DESDE (AAAAMMDD, ZEROS = TUDO): ".
           ACCEPT W-DATAINI.
           DISPLAY "APROVADOS ATE   (AAAAMMDD, ZEROS = TUDO): ".
           ACCEPT W-DATAFIM.
           IF W-DATAFIM = ZEROS
               MOVE 99999999 TO W-DATAFIM.
           IF W-DATAFIM < W-DATAINI
               DISPLAY "PERIODO INVALIDO"
               GO TO ROT-FIM.
           OPEN INPUT ALCPEND
           IF ST-ALP NOT = "00"
               DISPLAY "SEM ALCPEND.DAT - NENHUM LANCAMENTO ACIMA DA"
                       " ALCADA"
               GO TO ROT-FIM.
           CLOSE ALCPEND.
           OPEN OUTPUT RELALP
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELALC.TXT - ST=" ST-REL
               GO TO ROT-FIM.
           MOVE "RELALC.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELALC  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE RELALP
               GO TO ROT-FIM.
           MOVE "LANCAMENTOS APROVADOS ACIMA DA ALCADA - POR APROVADOR"
               TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "APROVACOES DE " W-DATAINI " A " W-DATAFIM
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE "  DATA     FUNC CHAVE           LANCADO POR"
               TO LINREL
           MOVE "VALOR        EXCESSO" TO LINREL (55:20)
           PERFORM REL-IMP THRU REL-IMP-FIM.
           SORT ORDALC ON ASCENDING KEY ORD-APROV ORD-DATAPROV
                       INPUT PROCEDURE RAL-SELECIONA
                                  THRU RAL-SELECIONA-FIM
                       OUTPUT PROCEDURE RAL-IMPRIME
                                  THRU RAL-IMPRIME-FIM.
           MOVE SPACES TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-VALTOTAL TO W-VAL-ED
           MOVE W-EXCTOTAL TO W-EXC-ED
           STRING "TOTAL GERAL: " W-QTDTOTAL " LANCAMENTOS  VALOR "
                  W-VAL-ED "  EXCESSO " W-EXC-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "APROVADORES.............: " W-QTDAPROV
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "REGISTROS LIDOS.........: " W-LIDOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           CLOSE RELALP IMPRESSORA.
           DISPLAY "RELALC - RELATORIO GERADO EM RELALC.TXT".
           DISPLAY "LANCAMENTOS APROVADOS....: " W-QTDTOTAL.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * VARRE ALCPEND.DAT E MANDA PARA O SORT OS APROVADOS NO PERIODO
      *-----------------------------------------------------------------
       RAL-SELECIONA.
           OPEN INPUT ALCPEND
           IF ST-ALP NOT = "00"
               DISPLAY "ERRO AO ABRIR ALCPEND.DAT - ST=" ST-ALP
               GO TO RAL-SELECIONA-FIM.
       RAL-SELECIONA-LER.
           READ ALCPEND NEXT RECORD
               AT END GO TO RAL-SELECIONA-EOF.
           ADD 1 TO W-LIDOS.
           IF ALP-SITUACAO NOT = "P"
               GO TO RAL-SELECIONA-LER.
           IF ALP-DATAPROV < W-DATAINI OR ALP-DATAPROV > W-DATAFIM
               GO TO RAL-SELECIONA-LER.
           MOVE ALP-APROV    TO ORD-APROV
           MOVE ALP-DATAPROV TO ORD-DATAPROV
           MOVE ALP-FUNCAO   TO ORD-FUNCAO
           MOVE ALP-ID       TO ORD-ID
           MOVE ALP-OPER     TO ORD-OPER
           MOVE ALP-VALOR    TO ORD-VALOR
           MOVE ZEROS        TO ORD-EXCESSO
           IF ALP-VALOR > ALP-LIMITE
               COMPUTE ORD-EXCESSO = ALP-VALOR - ALP-LIMITE.
           RELEASE REGORD.
           GO TO RAL-SELECIONA-LER.
       RAL-SELECIONA-EOF.
           CLOSE ALCPEND.
       RAL-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RECEBE OS APROVADOS EM ORDEM DE APROVADOR E DATA, IMPRIME CADA
      * UM E FECHA O GRUPO A CADA TROCA DE APROVADOR
      *-----------------------------------------------------------------
       RAL-IMPRIME.
           RETURN ORDALC AT END GO TO RAL-IMPRIME-FIM.
           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               MOVE ORD-APROV TO W-APROVANT
               PERFORM RAL-ABREGRUPO THRU RAL-ABREGRUPO-FIM.
           IF ORD-APROV NOT = W-APROVANT
               PERFORM RAL-FECHAGRUPO THRU RAL-FECHAGRUPO-FIM
               MOVE ORD-APROV TO W-APROVANT
               PERFORM RAL-ABREGRUPO THRU RAL-ABREGRUPO-FIM.
           MOVE ORD-DATAPROV TO W-LI-DATA
           MOVE ORD-FUNCAO   TO W-LI-FUNCAO
           MOVE ORD-ID       TO W-LI-ID
           MOVE ORD-OPER     TO W-LI-OPER
           MOVE ORD-VALOR    TO W-LI-VALOR
           MOVE ORD-EXCESSO  TO W-LI-EXCESSO
           MOVE W-LINITEM TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           ADD 1 TO W-QTDGRUPO W-QTDTOTAL
           ADD ORD-VALOR TO W-VALGRUPO W-VALTOTAL
           ADD ORD-EXCESSO TO W-EXCGRUPO W-EXCTOTAL.
           GO TO RAL-IMPRIME.
       RAL-IMPRIME-FIM.
           IF W-PRIMEIRO = "N"
               PERFORM RAL-FECHAGRUPO THRU RAL-FECHAGRUPO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CABECALHO DE UM NOVO APROVADOR E ZERO DOS ACUMULADORES
      *-----------------------------------------------------------------
       RAL-ABREGRUPO.
           ADD 1 TO W-QTDAPROV
           MOVE ZEROS TO W-QTDGRUPO W-VALGRUPO W-EXCGRUPO
           MOVE SPACES TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           STRING "APROVADOR: " W-APROVANT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
       RAL-ABREGRUPO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHA O APROVADOR ANTERIOR - QUANTIDADE, VALOR E EXCESSO
      *-----------------------------------------------------------------
       RAL-FECHAGRUPO.
           MOVE W-VALGRUPO TO W-VAL-ED
           MOVE W-EXCGRUPO TO W-EXC-ED
           MOVE SPACES TO LINREL
           STRING "  TOTAL " W-APROVANT ": " W-QTDGRUPO
                  " VALOR " W-VAL-ED " EXCESSO " W-EXC-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
       RAL-FECHAGRUPO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * GRAVA A LINHA NO RELATORIO E NO SPOOL
      *-----------------------------------------------------------------
       REL-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR
           MOVE SPACES TO LINREL.
       REL-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
