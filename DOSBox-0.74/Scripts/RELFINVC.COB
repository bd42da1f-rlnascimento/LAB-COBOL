       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFINVC.
      **************************************
      *  PARCELAS DE FINANCIAMENTO A PAGAR *
      *  NO MES (FINPARC.DAT)              *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM) E O RELATORIO LISTA,
      * EM ORDEM DE VENCIMENTO, AS PARCELAS DOS CONTRATOS DE
      * FINANCIAMENTO E LEASING QUE VENCEM NO MES - JA PAGAS (COM A
      * DATA) OU EM ABERTO - E, ANTES DELAS, AS PARCELAS DE MESES
      * ANTERIORES QUE CONTINUAM EM ABERTO (ATRASADAS). CADA LINHA
      * TRAZ PLACA, CONTRATO, BANCO, NUMERO DA PARCELA E VALOR. NO FIM,
      * OS TOTAIS DE ATRASADAS, PAGAS E A PAGAR NO MES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFINS.
           COPY CPYFPAS.
           SELECT VENORD ASSIGN TO DISK.
           SELECT RELVNC ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYFINR.
           COPY CPYFPAR.
      *
       SD  VENORD.
       01 REGORD.
                03 ORD-VENCTO      PIC 9(08).
                03 ORD-PLACA       PIC X(07).
                03 ORD-CONTRATO    PIC X(15).
                03 ORD-NUM         PIC 9(03).
                03 ORD-VALOR       PIC 9(08)V99.
                03 ORD-DATAPAG     PIC 9(08).
      *
       FD  RELVNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFINVC.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FIN         PIC X(02) VALUE "00".
       77 ST-FPA         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-COMPET       PIC 9(06) VALUE ZEROS.
       77 W-BANCO        PIC X(12) VALUE SPACES.
       77 W-SITTXT       PIC X(15) VALUE SPACES.
       77 W-QTDATR       PIC 9(05) VALUE ZEROS.
       77 W-QTDPAG       PIC 9(05) VALUE ZEROS.
       77 W-QTDABE       PIC 9(05) VALUE ZEROS.
       77 W-TOTATR       PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTPAG       PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTABE       PIC 9(09)V99 VALUE ZEROS.
       77 W-VAL-ED       PIC ZZZZZZZ9,99.
       77 W-TOT-ED       PIC ZZZ.ZZZ.ZZ9,99.
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
       01 W-VENCED           PIC X(10) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELFINVC - PARCELAS DE FINANCIAMENTO DO MES".
       VNC-MES.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           MOVE ZEROS TO W-COMPET
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
               GO TO VNC-MES.
           PERFORM VNC-OP0 THRU VNC-OP0-FIM.
           SORT VENORD ON ASCENDING KEY ORD-VENCTO
                      ON ASCENDING KEY ORD-PLACA
                      ON ASCENDING KEY ORD-CONTRATO
                      ON ASCENDING KEY ORD-NUM
                      INPUT PROCEDURE VNC-SELECIONA
                                 THRU VNC-SELECIONA-FIM
                      OUTPUT PROCEDURE VNC-IMPRIME
                                 THRU VNC-IMPRIME-FIM.
           PERFORM VNC-FECHA THRU VNC-FECHA-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       VNC-OP0.
           OPEN INPUT FINPARC
           IF ST-FPA NOT = "00"
               DISPLAY "ERRO AO ABRIR FINPARC.DAT - ST=" ST-FPA
               GO TO ROT-FIM.
           OPEN INPUT FINANC
           IF ST-FIN NOT = "00"
               DISPLAY "ERRO AO ABRIR FINANC.DAT - ST=" ST-FIN
               CLOSE FINPARC
               GO TO ROT-FIM.
           OPEN OUTPUT RELVNC
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELFINVC.TXT - ST=" ST-REL
               CLOSE FINPARC FINANC
               GO TO ROT-FIM.
           MOVE "RELFINVC.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELFINVC" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE FINPARC FINANC RELVNC
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "PARCELAS DE FINANCIAMENTO - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VNC-IMP THRU VNC-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM VNC-IMP THRU VNC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "VENCTO     PLACA   CONTRATO        BANCO        PARC"
                  "       VALOR SITUACAO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VNC-IMP THRU VNC-IMP-FIM.
       VNC-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PARCELAS DO MES E AS EM ABERTO DE MESES ANTERIORES
      *-----------------------------------------------------------------
       VNC-SELECIONA.
           READ FINPARC NEXT RECORD
               AT END GO TO VNC-SELECIONA-FIM.
           IF FPA-VENCTO (1:6) > W-COMPET
               GO TO VNC-SELECIONA.
           IF FPA-VENCTO (1:6) < W-COMPET
               AND FPA-DATAPAG NOT = ZEROS
               GO TO VNC-SELECIONA.
           MOVE FPA-VENCTO   TO ORD-VENCTO
           MOVE FPA-PLACA    TO ORD-PLACA
           MOVE FPA-CONTRATO TO ORD-CONTRATO
           MOVE FPA-NUM      TO ORD-NUM
           MOVE FPA-VALOR    TO ORD-VALOR
           MOVE FPA-DATAPAG  TO ORD-DATAPAG
           RELEASE REGORD.
           GO TO VNC-SELECIONA.
       VNC-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA POR PARCELA, COM O BANCO DO CONTRATO
      *-----------------------------------------------------------------
       VNC-IMPRIME.
           RETURN VENORD AT END
               GO TO VNC-IMPRIME-FIM.
           MOVE SPACES TO W-BANCO
           MOVE ORD-PLACA    TO FIN-PLACA
           MOVE ORD-CONTRATO TO FIN-CONTRATO
           READ FINANC
           IF ST-FIN = "00"
               MOVE FIN-BANCO TO W-BANCO.
           MOVE ORD-VENCTO TO W-DATAX8
           MOVE W-DATAX-DIA TO W-DATAED-DIA
           MOVE W-DATAX-MES TO W-DATAED-MES
           MOVE W-DATAX-ANO TO W-DATAED-ANO
           MOVE W-DATAED TO W-VENCED
           IF ORD-VENCTO (1:6) < W-COMPET
               MOVE "ATRASADA" TO W-SITTXT
               ADD 1 TO W-QTDATR
               ADD ORD-VALOR TO W-TOTATR
           ELSE
               IF ORD-DATAPAG = ZEROS
                   MOVE "A PAGAR" TO W-SITTXT
                   ADD 1 TO W-QTDABE
                   ADD ORD-VALOR TO W-TOTABE
               ELSE
                   MOVE ORD-DATAPAG TO W-DATAX8
                   MOVE W-DATAX-DIA TO W-DATAED-DIA
                   MOVE W-DATAX-MES TO W-DATAED-MES
                   MOVE W-DATAX-ANO TO W-DATAED-ANO
                   MOVE SPACES TO W-SITTXT
                   STRING "PAGA " W-DATAED
                          DELIMITED BY SIZE INTO W-SITTXT
                   ADD 1 TO W-QTDPAG
                   ADD ORD-VALOR TO W-TOTPAG.
           MOVE ORD-VALOR TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING W-VENCED " " ORD-PLACA " " ORD-CONTRATO " "
                  W-BANCO " " ORD-NUM " " W-VAL-ED " " W-SITTXT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VNC-IMP THRU VNC-IMP-FIM.
           GO TO VNC-IMPRIME.
       VNC-IMPRIME-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS E FECHAMENTO
      *-----------------------------------------------------------------
       VNC-FECHA.
           MOVE SPACES TO LINREL
           PERFORM VNC-IMP THRU VNC-IMP-FIM.
           MOVE W-TOTATR TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "ATRASADAS DE MESES ANTERIORES: " W-QTDATR
                  "  VALOR " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VNC-IMP THRU VNC-IMP-FIM.
           MOVE W-TOTPAG TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "PAGAS NO MES..................: " W-QTDPAG
                  "  VALOR " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VNC-IMP THRU VNC-IMP-FIM.
           MOVE W-TOTABE TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "A PAGAR NO MES................: " W-QTDABE
                  "  VALOR " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VNC-IMP THRU VNC-IMP-FIM.
           CLOSE FINPARC FINANC RELVNC IMPRESSORA.
           DISPLAY "RELFINVC - RELATORIO GERADO EM RELFINVC.TXT".
           DISPLAY "A PAGAR NO MES.........: " W-QTDABE.
           DISPLAY "ATRASADAS..............: " W-QTDATR.
       VNC-FECHA-FIM.
           EXIT.
      *
       VNC-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       VNC-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
