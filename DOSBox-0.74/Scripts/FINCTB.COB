       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCTB.
      **************************************
      *  LANCAMENTO CONTABIL DAS PARCELAS  *
      *  DE FINANCIAMENTO PAGAS (FINPARC   *
      *  -> CONTABIL.TXT)                  *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM). AS PARCELAS BAIXADAS
      * NO CADFINPG COM PAGAMENTO ATE O FIM DA COMPETENCIA E AINDA NAO
      * LANCADAS (FPA-CONTAB = ZEROS) VAO PARA O CONTABIL.TXT COMO UM
      * LOTE PROPRIO (HEADER COM A ORIGEM "FROTA FINANCIAMENTO",
      * DETALHES E TRAILER), ACRESCENTADO DEPOIS DO LOTE DO CONTABIL,
      * COM DOIS LANCAMENTOS SEPARADOS POR PARCELA:
      *   JURO - JUROS DA PARCELA (SO NA PARCELA PAGA; A LIQUIDADA NA
      *          QUITACAO ANTECIPADA NAO TEM JUROS)
      *   AMOR - AMORTIZACAO DO PRINCIPAL
      * NO DETALHE, O NUMERO DO CONTRATO NAO CABE; O RELATORIO
      * FINCTB.TXT TRAZ PLACA, CONTRATO E PARCELA DE CADA LANCAMENTO.
      * A PARCELA LANCADA RECEBE A COMPETENCIA EM FPA-CONTAB E NAO E
      * MAIS ESTORNADA. O CONTABIL DA COMPETENCIA TEM DE TER RODADO
      * ANTES, E O LOTE SO ENTRA UMA VEZ POR COMPETENCIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFPAS.
           SELECT ARQCTB ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-CTB.
           SELECT RELFCT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYFPAR.
      *
       FD  ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABIL.TXT".
       01 LINCTB                       PIC X(80).
      *
       FD  RELFCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FINCTB.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FPA         PIC X(02) VALUE "00".
       77 ST-CTB         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-COMPET       PIC 9(06) VALUE ZEROS.
       77 W-ORIGEM       PIC X(20) VALUE "FROTA FINANCIAMENTO".
       77 W-CTBOK        PIC X(01) VALUE "N".
       77 W-CTBLINHAS    PIC 9(06) VALUE ZEROS.
       77 W-PARCELAS     PIC 9(06) VALUE ZEROS.
       77 W-DETALHES     PIC 9(06) VALUE ZEROS.
       77 W-TOTJUR       PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTAMO       PIC 9(11)V99 VALUE ZEROS.
       77 W-SOMAVAL      PIC 9(11)V99 VALUE ZEROS.
       77 W-JUROS        PIC 9(08)V99 VALUE ZEROS.
       77 W-VAL-ED       PIC ZZZZZZZ9,99.
       77 W-JUR-ED       PIC ZZZZZZZ9,99.
       77 W-TOT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
      *
      *        LAYOUT FIXO DO CONTABIL.TXT (O MESMO DO CONTABIL)
       01 CTB-HEADER.
            03 FILLER       PIC X(01) VALUE "0".
            03 CH-COMPET    PIC 9(06).
            03 CH-ORIGEM    PIC X(20).
            03 FILLER       PIC X(53) VALUE SPACES.
       01 CTB-DETALHE.
            03 FILLER       PIC X(01) VALUE "1".
            03 CD-PLACA     PIC X(07).
            03 CD-CONTA     PIC X(04).
            03 CD-VALOR     PIC 9(09)V99.
            03 FILLER       PIC X(57) VALUE SPACES.
       01 CTB-TRAILER.
            03 FILLER       PIC X(01) VALUE "9".
            03 CT-QTD       PIC 9(06).
            03 CT-SOMA      PIC 9(11)V99.
            03 FILLER       PIC X(60) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FINCTB - PARCELAS DE FINANCIAMENTO NO CONTABIL".
       FCT-MES.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           MOVE ZEROS TO W-COMPET
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
               GO TO FCT-MES.
           PERFORM FCT-CTBCHK THRU FCT-CTBCHK-FIM.
           IF W-CTBOK NOT = "S"
               GO TO ROT-FIM.
           PERFORM FCT-OP0 THRU FCT-OP0-FIM.
           PERFORM FCT-LANCA THRU FCT-LANCA-FIM.
           PERFORM FCT-RESUMO THRU FCT-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * O CONTABIL.TXT TEM DE SER O DA COMPETENCIA (HEADER DO
      * CONTABIL NA PRIMEIRA LINHA) E AINDA SEM O LOTE DO FINANCIAMENTO
      *-----------------------------------------------------------------
       FCT-CTBCHK.
           MOVE "N" TO W-CTBOK
           OPEN INPUT ARQCTB
           IF ST-CTB NOT = "00"
               DISPLAY "CONTABIL.TXT NAO ENCONTRADO - RODE ANTES O"
                   " CONTABIL DA COMPETENCIA"
               GO TO FCT-CTBCHK-FIM.
       FCT-CTBCHK-LER.
           READ ARQCTB
               AT END GO TO FCT-CTBCHK-FECHA.
           ADD 1 TO W-CTBLINHAS
           IF W-CTBLINHAS = 1
               IF LINCTB (1:1) NOT = "0"
                  OR LINCTB (2:6) NOT = W-COMPET
                   DISPLAY "CONTABIL.TXT NAO E DA COMPETENCIA "
                       W-COMPET " - RODE ANTES O CONTABIL"
                   CLOSE ARQCTB
                   GO TO FCT-CTBCHK-FIM.
           IF LINCTB (1:1) = "0" AND LINCTB (8:20) = W-ORIGEM
               DISPLAY "O FINANCIAMENTO DA COMPETENCIA " W-COMPET
                   " JA ESTA NO CONTABIL.TXT"
               CLOSE ARQCTB
               GO TO FCT-CTBCHK-FIM.
           GO TO FCT-CTBCHK-LER.
       FCT-CTBCHK-FECHA.
           CLOSE ARQCTB.
           IF W-CTBLINHAS = ZEROS
               DISPLAY "CONTABIL.TXT VAZIO - RODE ANTES O CONTABIL"
               GO TO FCT-CTBCHK-FIM.
           MOVE "S" TO W-CTBOK.
       FCT-CTBCHK-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E HEADER DO LOTE
      *-----------------------------------------------------------------
       FCT-OP0.
           OPEN I-O FINPARC
           IF ST-FPA NOT = "00"
               DISPLAY "ERRO AO ABRIR FINPARC.DAT - ST=" ST-FPA
               GO TO ROT-FIM.
           OPEN OUTPUT RELFCT
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR FINCTB.TXT - ST=" ST-REL
               CLOSE FINPARC
               GO TO ROT-FIM.
           OPEN EXTEND ARQCTB
           IF ST-CTB NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTABIL.TXT - ST=" ST-CTB
               CLOSE FINPARC RELFCT
               GO TO ROT-FIM.
           MOVE "FINCTB.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "FINCTB  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE FINPARC RELFCT ARQCTB
               GO TO ROT-FIM.
           MOVE W-COMPET TO CH-COMPET
           MOVE W-ORIGEM TO CH-ORIGEM
           MOVE CTB-HEADER TO LINCTB
           WRITE LINCTB.
           MOVE SPACES TO LINREL
           STRING "FINANCIAMENTOS NO CONTABIL - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FCT-IMP THRU FCT-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM FCT-IMP THRU FCT-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PLACA   CONTRATO        PARC PAGA EM    BAIXA"
                  "       JUROS AMORTIZACAO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FCT-IMP THRU FCT-IMP-FIM.
       FCT-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PARCELAS PAGAS ATE A COMPETENCIA E AINDA NAO LANCADAS: JURO E
      * AMOR NO CONTABIL.TXT E A COMPETENCIA GRAVADA NA PARCELA
      *-----------------------------------------------------------------
       FCT-LANCA.
           READ FINPARC NEXT RECORD
               AT END GO TO FCT-LANCA-FIM.
           IF FPA-DATAPAG = ZEROS OR FPA-CONTAB NOT = ZEROS
               GO TO FCT-LANCA.
           IF FPA-DATAPAG (1:6) > W-COMPET
               GO TO FCT-LANCA.
           ADD 1 TO W-PARCELAS
           MOVE ZEROS TO W-JUROS
           IF FPA-BAIXA = "P"
               MOVE FPA-JUROS TO W-JUROS.
           IF W-JUROS > ZEROS
               MOVE FPA-PLACA TO CD-PLACA
               MOVE "JURO"    TO CD-CONTA
               MOVE W-JUROS   TO CD-VALOR
               MOVE CTB-DETALHE TO LINCTB
               WRITE LINCTB
               ADD 1 TO W-DETALHES
               ADD W-JUROS TO W-SOMAVAL W-TOTJUR.
           IF FPA-AMORT > ZEROS
               MOVE FPA-PLACA TO CD-PLACA
               MOVE "AMOR"    TO CD-CONTA
               MOVE FPA-AMORT TO CD-VALOR
               MOVE CTB-DETALHE TO LINCTB
               WRITE LINCTB
               ADD 1 TO W-DETALHES
               ADD FPA-AMORT TO W-SOMAVAL W-TOTAMO.
           MOVE W-COMPET TO FPA-CONTAB
           REWRITE REGFPA
           IF ST-FPA NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO FINPARC.DAT - ST=" ST-FPA
                   " " FPA-CHAVE.
           MOVE FPA-DATAPAG TO W-DATAX8
           MOVE W-DATAX-DIA TO W-DATAED-DIA
           MOVE W-DATAX-MES TO W-DATAED-MES
           MOVE W-DATAX-ANO TO W-DATAED-ANO
           MOVE W-JUROS   TO W-JUR-ED
           MOVE FPA-AMORT TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING FPA-PLACA " " FPA-CONTRATO " " FPA-NUM "  "
                  W-DATAED " " FPA-BAIXA "    " W-JUR-ED " "
                  W-VAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FCT-IMP THRU FCT-IMP-FIM.
           GO TO FCT-LANCA.
       FCT-LANCA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TRAILER DO LOTE E RESUMO FINAL
      *-----------------------------------------------------------------
       FCT-RESUMO.
           MOVE W-DETALHES TO CT-QTD
           MOVE W-SOMAVAL  TO CT-SOMA
           MOVE CTB-TRAILER TO LINCTB
           WRITE LINCTB.
           MOVE SPACES TO LINREL
           PERFORM FCT-IMP THRU FCT-IMP-FIM.
           MOVE W-TOTJUR TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "TOTAL DE JUROS (JURO)........: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FCT-IMP THRU FCT-IMP-FIM.
           MOVE W-TOTAMO TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "TOTAL DE AMORTIZACAO (AMOR)..: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FCT-IMP THRU FCT-IMP-FIM.
           MOVE W-SOMAVAL TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "PARCELAS: " W-PARCELAS
                  "  LANCAMENTOS: " W-DETALHES
                  "  TOTAL: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FCT-IMP THRU FCT-IMP-FIM.
           CLOSE FINPARC RELFCT ARQCTB IMPRESSORA.
           DISPLAY "FINCTB - RELATORIO GERADO EM FINCTB.TXT".
           DISPLAY "PARCELAS LANCADAS......: " W-PARCELAS.
           DISPLAY "LANCAMENTOS NO CONTABIL: " W-DETALHES.
       FCT-RESUMO-FIM.
           EXIT.
      *
       FCT-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       FCT-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
