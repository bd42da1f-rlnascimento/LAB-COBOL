       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPAGAR.
      **************************************
      *  CONTAS A PAGAR: VENCIDAS E A      *
      *  VENCER NA SEMANA (PAGAR.DAT)      *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O PRIMEIRO DIA DA SEMANA (AAAAMMDD, ZEROS =
      * HOJE) E O RELATORIO TRAZ, DAS CONTAS EM ABERTO DE PAGAR.DAT
      * (PAGCARGA E LANCAMENTOS MANUAIS DO CADPAGAR), DUAS LISTAS EM
      * ORDEM DE VENCIMENTO:
      *   1 - VENCIDAS: VENCIMENTO ANTES DO PRIMEIRO DIA, COM OS DIAS
      *       DE ATRASO - O QUE JA ESTA CORRENDO MULTA;
      *   2 - A VENCER NA SEMANA: DO PRIMEIRO DIA ATE SEIS DIAS
      *       DEPOIS, COM O TOTAL DE CADA DIA PARA A TESOURARIA
      *       SEPARAR O DINHEIRO.
      * CADA LINHA TRAZ VENCIMENTO, ORIGEM E CHAVE DE ORIGEM (AS QUE O
      * CADPAGAR PEDE PARA PAGAR), CREDOR, PLACA E VALOR. NO FIM, A
      * QUANTIDADE E O TOTAL DE CADA LISTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPAGS.
           COPY CPYCALS.
           SELECT PAGORD ASSIGN TO DISK.
           SELECT RELPAG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPAGR.
           COPY CPYCALR.
      *
       SD  PAGORD.
       01 REGORD.
                03 ORD-SECAO       PIC 9(01).
                03 ORD-VENCTO      PIC 9(08).
                03 ORD-ORIGEM      PIC X(04).
                03 ORD-ORIGCHV     PIC X(30).
                03 ORD-FORNEC      PIC X(30).
                03 ORD-PLACA       PIC X(07).
                03 ORD-VALOR       PIC 9(08)V99.
      *
       FD  RELPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPAGAR.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAG         PIC X(02) VALUE "00".
       77 ST-CAL         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-HOJE8        PIC 9(08) VALUE ZEROS.
       77 W-INI          PIC 9(08) VALUE ZEROS.
       77 W-FIM          PIC 9(08) VALUE ZEROS.
       77 W-DIAS         PIC 9(05) VALUE ZEROS.
       77 W-SECANT       PIC 9(01) VALUE ZEROS.
       77 W-DIAANT       PIC 9(08) VALUE ZEROS.
       77 W-QTDVEN       PIC 9(05) VALUE ZEROS.
       77 W-QTDSEM       PIC 9(05) VALUE ZEROS.
       77 W-TOTVEN       PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTSEM       PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTDIA       PIC 9(09)V99 VALUE ZEROS.
       77 W-VAL-ED       PIC ZZ.ZZZ.ZZ9,99.
       77 W-TOT-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 W-DIAS-ED      PIC ZZZ9.
       77 W-INI-ED       PIC X(10) VALUE SPACES.
       77 W-FIM-ED       PIC X(10) VALUE SPACES.
       01 W-HOJE.
            03 W-HOJE-ANO    PIC 9(04).
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
       01 W-DATAX.
            03 W-DATAX-ANO   PIC 9(04).
            03 W-DATAX-MES   PIC 9(02).
            03 W-DATAX-DIA   PIC 9(02).
       01 W-DATAX8 REDEFINES W-DATAX PIC 9(08).
       01 W-DATAED.
            03 W-DATAED-DIA  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-MES  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-ANO  PIC 9(04).
       01 W-CHAVE20          PIC X(20) VALUE SPACES.
       01 W-FORN18           PIC X(18) VALUE SPACES.
           COPY CPYCALW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELPAGAR - CONTAS A PAGAR VENCIDAS E DA SEMANA".
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-HOJE8.
       PGR-INI.
           DISPLAY "PRIMEIRO DIA DA SEMANA (AAAAMMDD, ZEROS=HOJE): ".
           MOVE ZEROS TO W-INI
           ACCEPT W-INI.
           IF W-INI = ZEROS
               MOVE W-HOJE8 TO W-INI.
           MOVE W-INI TO W-DATAX8
           IF W-DATAX-MES < 1 OR W-DATAX-MES > 12
              OR W-DATAX-DIA < 1 OR W-DATAX-DIA > 31
               DISPLAY "DATA INVALIDA"
               GO TO PGR-INI.
      *        FIM DA SEMANA: SEIS DIAS DEPOIS DO PRIMEIRO
           MOVE W-INI TO W-CALDATA
           MOVE ZEROS TO W-DIAS.
       PGR-INI-DIA.
           IF W-DIAS < 6
               PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM
               ADD 1 TO W-DIAS
               GO TO PGR-INI-DIA.
           MOVE W-CALDATA TO W-FIM
           MOVE W-INI TO W-DATAX8
           PERFORM PGR-EDITA THRU PGR-EDITA-FIM
           MOVE W-DATAED TO W-INI-ED
           MOVE W-FIM TO W-DATAX8
           PERFORM PGR-EDITA THRU PGR-EDITA-FIM
           MOVE W-DATAED TO W-FIM-ED
           PERFORM PGR-OP0 THRU PGR-OP0-FIM.
           SORT PAGORD ON ASCENDING KEY ORD-SECAO
                      ON ASCENDING KEY ORD-VENCTO
                      ON ASCENDING KEY ORD-ORIGEM
                      ON ASCENDING KEY ORD-ORIGCHV
                      INPUT PROCEDURE PGR-SELECIONA
                                 THRU PGR-SELECIONA-FIM
                      OUTPUT PROCEDURE PGR-IMPRIME
                                 THRU PGR-IMPRIME-FIM.
           PERFORM PGR-FECHA THRU PGR-FECHA-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       PGR-OP0.
           OPEN INPUT PAGAR
           IF ST-PAG NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGAR.DAT - ST=" ST-PAG
               GO TO ROT-FIM.
           OPEN OUTPUT RELPAG
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELPAGAR.TXT - ST=" ST-REL
               CLOSE PAGAR
               GO TO ROT-FIM.
           MOVE "RELPAGAR.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELPAGAR" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE PAGAR RELPAG
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "CONTAS A PAGAR - SEMANA DE " W-INI-ED " A "
                  W-FIM-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
       PGR-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONTAS EM ABERTO: VENCIDAS (1) E A VENCER NA SEMANA (2)
      *-----------------------------------------------------------------
       PGR-SELECIONA.
           READ PAGAR NEXT RECORD
               AT END GO TO PGR-SELECIONA-FIM.
           IF PAG-SITUACAO NOT = "A"
               GO TO PGR-SELECIONA.
           IF PAG-VENCTO > W-FIM
               GO TO PGR-SELECIONA.
           IF PAG-VENCTO < W-INI
               MOVE 1 TO ORD-SECAO
           ELSE
               MOVE 2 TO ORD-SECAO.
           MOVE PAG-VENCTO  TO ORD-VENCTO
           MOVE PAG-ORIGEM  TO ORD-ORIGEM
           MOVE PAG-ORIGCHV TO ORD-ORIGCHV
           MOVE PAG-FORNEC  TO ORD-FORNEC
           MOVE PAG-PLACA   TO ORD-PLACA
           MOVE PAG-VALOR   TO ORD-VALOR
           RELEASE REGORD.
           GO TO PGR-SELECIONA.
       PGR-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA POR CONTA; CABECALHO NA TROCA DE LISTA E TOTAL DO
      * DIA NA LISTA DA SEMANA
      *-----------------------------------------------------------------
       PGR-IMPRIME.
           RETURN PAGORD AT END
               PERFORM PGR-TOTDIA THRU PGR-TOTDIA-FIM
               GO TO PGR-IMPRIME-FIM.
           IF ORD-SECAO NOT = W-SECANT
               PERFORM PGR-TOTDIA THRU PGR-TOTDIA-FIM
               PERFORM PGR-CABEC THRU PGR-CABEC-FIM.
           IF ORD-SECAO = 2 AND ORD-VENCTO NOT = W-DIAANT
               PERFORM PGR-TOTDIA THRU PGR-TOTDIA-FIM.
           MOVE ORD-VENCTO TO W-DIAANT W-DATAX8
           PERFORM PGR-EDITA THRU PGR-EDITA-FIM
           MOVE ORD-ORIGCHV TO W-CHAVE20
           MOVE ORD-FORNEC  TO W-FORN18
           MOVE ORD-VALOR   TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING W-DATAED " " ORD-ORIGEM " " W-CHAVE20 " "
                  W-FORN18 " " ORD-PLACA W-VAL-ED
                  DELIMITED BY SIZE INTO LINREL
           IF ORD-SECAO = 1
               PERFORM PGR-ATRASO THRU PGR-ATRASO-FIM
               MOVE W-DIAS TO W-DIAS-ED
               MOVE W-DIAS-ED TO LINREL (77:4)
               ADD 1 TO W-QTDVEN
               ADD ORD-VALOR TO W-TOTVEN
           ELSE
               ADD 1 TO W-QTDSEM
               ADD ORD-VALOR TO W-TOTSEM W-TOTDIA.
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
           GO TO PGR-IMPRIME.
       PGR-IMPRIME-FIM.
           EXIT.
      *
       PGR-CABEC.
           MOVE ORD-SECAO TO W-SECANT
           MOVE ZEROS TO W-DIAANT
           MOVE SPACES TO LINREL
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
           MOVE SPACES TO LINREL
           IF ORD-SECAO = 1
               STRING "1 - CONTAS VENCIDAS EM ABERTO (ANTES DE "
                      W-INI-ED ")"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "2 - CONTAS A VENCER DE " W-INI-ED " A "
                      W-FIM-ED
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "VENCTO     ORIG CHAVE DE ORIGEM      CREDOR"
                  "             PLACA           VALOR"
                  DELIMITED BY SIZE INTO LINREL
           IF ORD-SECAO = 1
               MOVE "DIAS" TO LINREL (77:4).
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
       PGR-CABEC-FIM.
           EXIT.
      *
      *        TOTAL DO DIA QUE ACABOU (SO NA LISTA DA SEMANA)
       PGR-TOTDIA.
           IF W-SECANT NOT = 2 OR W-DIAANT = ZEROS
               GO TO PGR-TOTDIA-FIM.
           MOVE W-TOTDIA TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "                    TOTAL DO DIA"
                  "                         " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
           MOVE ZEROS TO W-TOTDIA W-DIAANT.
       PGR-TOTDIA-FIM.
           EXIT.
      *
      *        DIAS CORRIDOS DO VENCIMENTO ATE O PRIMEIRO DIA DA SEMANA
       PGR-ATRASO.
           MOVE ORD-VENCTO TO W-CALDATA
           MOVE ZEROS TO W-DIAS.
       PGR-ATRASO-DIA.
           IF W-CALDATA < W-INI AND W-DIAS < 9999
               PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM
               ADD 1 TO W-DIAS
               GO TO PGR-ATRASO-DIA.
       PGR-ATRASO-FIM.
           EXIT.
      *
       PGR-EDITA.
           MOVE W-DATAX-DIA TO W-DATAED-DIA
           MOVE W-DATAX-MES TO W-DATAED-MES
           MOVE W-DATAX-ANO TO W-DATAED-ANO.
       PGR-EDITA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS E FECHAMENTO
      *-----------------------------------------------------------------
       PGR-FECHA.
           MOVE SPACES TO LINREL
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
           MOVE W-TOTVEN TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "VENCIDAS EM ABERTO.....: " W-QTDVEN
                  "  VALOR " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
           MOVE W-TOTSEM TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "A VENCER NA SEMANA.....: " W-QTDSEM
                  "  VALOR " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PGR-IMP THRU PGR-IMP-FIM.
           CLOSE PAGAR RELPAG IMPRESSORA.
           DISPLAY "RELPAGAR - RELATORIO GERADO EM RELPAGAR.TXT".
           DISPLAY "VENCIDAS...............: " W-QTDVEN.
           DISPLAY "A VENCER NA SEMANA.....: " W-QTDSEM.
       PGR-FECHA-FIM.
           EXIT.
      *
       PGR-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       PGR-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * ROTINAS DE DATA DO CALENDARIO (SO O CAL-PROXDIA E USADO)
      *-----------------------------------------------------------------
           COPY CPYCALP.
