       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGCTB.
      **************************************
      *  LANCAMENTO CONTABIL DAS CONTAS    *
      *  PAGAS (PAGAR -> CONTABIL.TXT)     *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM). AS CONTAS DO
      * PAGAR.DAT PAGAS ATE O FIM DA COMPETENCIA E AINDA NAO LANCADAS
      * (PAG-CONTAB = ZEROS) VAO PARA O CONTABIL.TXT COMO UM LOTE
      * PROPRIO (HEADER COM A ORIGEM "CONTAS A PAGAR", DETALHES E
      * TRAILER), ACRESCENTADO DEPOIS DO LOTE DO CONTABIL, COM UM
      * LANCAMENTO POR CONTA NA CONTA "P" + ORIGEM:
      *   PMUL - MULTAS          PIPV - IPVA
      *   PSEG - SEGURO          POSR - ORDENS DE SERVICO
      *   PDES - DESPESAS DE EVENTO
      *   PMAN - LANCAMENTOS MANUAIS
      * AS PARCELAS DE FINANCIAMENTO (FINP) FICAM DE FORA: O FINCTB JA
      * LANCA JUROS E AMORTIZACAO DE CADA PARCELA PAGA.
      * A PLACA DO DETALHE FICA EM BRANCO NAS CONTAS SEM VEICULO. O
      * RELATORIO PAGCTB.TXT TRAZ CREDOR, DOCUMENTO, DATA E FORMA DE
      * PAGAMENTO (C = CAIXA, B = BANCO, O = BAIXADA NA ORIGEM) DE
      * CADA LANCAMENTO. A CONTA LANCADA RECEBE A COMPETENCIA EM
      * PAG-CONTAB. O CONTABIL DA COMPETENCIA TEM DE TER RODADO ANTES,
      * E O LOTE SO ENTRA UMA VEZ POR COMPETENCIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPAGS.
           SELECT ARQCTB ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-CTB.
           SELECT RELPCT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPAGR.
      *
       FD  ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABIL.TXT".
       01 LINCTB                       PIC X(80).
      *
       FD  RELPCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGCTB.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAG         PIC X(02) VALUE "00".
       77 ST-CTB         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-COMPET       PIC 9(06) VALUE ZEROS.
       77 W-ORIGEM       PIC X(20) VALUE "CONTAS A PAGAR".
       77 W-CTBOK        PIC X(01) VALUE "N".
       77 W-CTBLINHAS    PIC 9(06) VALUE ZEROS.
       77 W-DETALHES     PIC 9(06) VALUE ZEROS.
       77 W-SOMAVAL      PIC 9(11)V99 VALUE ZEROS.
       77 W-VAL-ED       PIC ZZZZZZZ9,99.
       77 W-TOT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-FORN18       PIC X(18) VALUE SPACES.
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
      *        TOTAIS POR CONTA (ORDEM DA TABELA ABAIXO)
       01 W-TABCTA.
            03 FILLER       PIC X(04) VALUE "PMUL".
            03 FILLER       PIC X(04) VALUE "PIPV".
            03 FILLER       PIC X(04) VALUE "PSEG".
            03 FILLER       PIC X(04) VALUE "POSR".
            03 FILLER       PIC X(04) VALUE "PDES".
            03 FILLER       PIC X(04) VALUE "PMAN".
       01 W-TABCTA-R REDEFINES W-TABCTA.
            03 W-CTANOME    PIC X(04) OCCURS 6 TIMES.
       01 W-TABTOT.
            03 W-CTAQTD     PIC 9(06) OCCURS 6 TIMES.
            03 W-CTAVAL     PIC 9(11)V99 OCCURS 6 TIMES.
       77 W-IX           PIC 9(02) VALUE ZEROS.
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
           DISPLAY "PAGCTB - CONTAS PAGAS NO CONTABIL".
           MOVE ZEROS TO W-TABTOT.
       PCT-MES.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           MOVE ZEROS TO W-COMPET
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
               GO TO PCT-MES.
           PERFORM PCT-CTBCHK THRU PCT-CTBCHK-FIM.
           IF W-CTBOK NOT = "S"
               GO TO ROT-FIM.
           PERFORM PCT-OP0 THRU PCT-OP0-FIM.
           PERFORM PCT-LANCA THRU PCT-LANCA-FIM.
           PERFORM PCT-RESUMO THRU PCT-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * O CONTABIL.TXT TEM DE SER O DA COMPETENCIA (HEADER DO
      * CONTABIL NA PRIMEIRA LINHA) E AINDA SEM O LOTE DAS CONTAS
      *-----------------------------------------------------------------
       PCT-CTBCHK.
           MOVE "N" TO W-CTBOK
           OPEN INPUT ARQCTB
           IF ST-CTB NOT = "00"
               DISPLAY "CONTABIL.TXT NAO ENCONTRADO - RODE ANTES O"
                   " CONTABIL DA COMPETENCIA"
               GO TO PCT-CTBCHK-FIM.
       PCT-CTBCHK-LER.
           READ ARQCTB
               AT END GO TO PCT-CTBCHK-FECHA.
           ADD 1 TO W-CTBLINHAS
           IF W-CTBLINHAS = 1
               IF LINCTB (1:1) NOT = "0"
                  OR LINCTB (2:6) NOT = W-COMPET
                   DISPLAY "CONTABIL.TXT NAO E DA COMPETENCIA "
                       W-COMPET " - RODE ANTES O CONTABIL"
                   CLOSE ARQCTB
                   GO TO PCT-CTBCHK-FIM.
           IF LINCTB (1:1) = "0" AND LINCTB (8:20) = W-ORIGEM
               DISPLAY "AS CONTAS PAGAS DA COMPETENCIA " W-COMPET
                   " JA ESTAO NO CONTABIL.TXT"
               CLOSE ARQCTB
               GO TO PCT-CTBCHK-FIM.
           GO TO PCT-CTBCHK-LER.
       PCT-CTBCHK-FECHA.
           CLOSE ARQCTB.
           IF W-CTBLINHAS = ZEROS
               DISPLAY "CONTABIL.TXT VAZIO - RODE ANTES O CONTABIL"
               GO TO PCT-CTBCHK-FIM.
           MOVE "S" TO W-CTBOK.
       PCT-CTBCHK-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E HEADER DO LOTE
      *-----------------------------------------------------------------
       PCT-OP0.
           OPEN I-O PAGAR
           IF ST-PAG NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGAR.DAT - ST=" ST-PAG
               GO TO ROT-FIM.
           OPEN OUTPUT RELPCT
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGCTB.TXT - ST=" ST-REL
               CLOSE PAGAR
               GO TO ROT-FIM.
           OPEN EXTEND ARQCTB
           IF ST-CTB NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTABIL.TXT - ST=" ST-CTB
               CLOSE PAGAR RELPCT
               GO TO ROT-FIM.
           MOVE "PAGCTB.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "PAGCTB  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE PAGAR RELPCT ARQCTB
               GO TO ROT-FIM.
           MOVE W-COMPET TO CH-COMPET
           MOVE W-ORIGEM TO CH-ORIGEM
           MOVE CTB-HEADER TO LINCTB
           WRITE LINCTB.
           MOVE SPACES TO LINREL
           STRING "CONTAS PAGAS NO CONTABIL - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PCT-IMP THRU PCT-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM PCT-IMP THRU PCT-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CONTA PLACA   CREDOR             DOCUMENTO    "
                  "PAGA EM    F       VALOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PCT-IMP THRU PCT-IMP-FIM.
       PCT-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONTAS PAGAS ATE A COMPETENCIA E AINDA NAO LANCADAS: UM
      * DETALHE NO CONTABIL.TXT E A COMPETENCIA GRAVADA NA CONTA
      *-----------------------------------------------------------------
       PCT-LANCA.
           READ PAGAR NEXT RECORD
               AT END GO TO PCT-LANCA-FIM.
           IF PAG-SITUACAO NOT = "P" OR PAG-CONTAB NOT = ZEROS
               GO TO PCT-LANCA.
           IF PAG-ORIGEM = "FINP"
               GO TO PCT-LANCA.
           IF PAG-DATAPAG = ZEROS OR PAG-DATAPAG (1:6) > W-COMPET
               GO TO PCT-LANCA.
           MOVE "P" TO CD-CONTA
           MOVE PAG-ORIGEM (1:3) TO CD-CONTA (2:3)
           MOVE PAG-PLACA TO CD-PLACA
           MOVE PAG-VALOR TO CD-VALOR
           MOVE CTB-DETALHE TO LINCTB
           WRITE LINCTB
           ADD 1 TO W-DETALHES
           ADD PAG-VALOR TO W-SOMAVAL
           MOVE 1 TO W-IX.
       PCT-LANCA-CTA.
           IF W-IX < 6 AND W-CTANOME (W-IX) NOT = CD-CONTA
               ADD 1 TO W-IX
               GO TO PCT-LANCA-CTA.
           ADD 1 TO W-CTAQTD (W-IX)
           ADD PAG-VALOR TO W-CTAVAL (W-IX)
           MOVE W-COMPET TO PAG-CONTAB
           REWRITE REGPAG
           IF ST-PAG NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO PAGAR.DAT - ST=" ST-PAG
                   " " PAG-CHAVE.
           MOVE PAG-DATAPAG TO W-DATAX8
           MOVE W-DATAX-DIA TO W-DATAED-DIA
           MOVE W-DATAX-MES TO W-DATAED-MES
           MOVE W-DATAX-ANO TO W-DATAED-ANO
           MOVE PAG-FORNEC TO W-FORN18
           MOVE PAG-VALOR  TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING CD-CONTA "  " PAG-PLACA " " W-FORN18 " "
                  PAG-DOCTO " " W-DATAED " " PAG-FORMA " "
                  W-VAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PCT-IMP THRU PCT-IMP-FIM.
           GO TO PCT-LANCA.
       PCT-LANCA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TRAILER DO LOTE E RESUMO FINAL
      *-----------------------------------------------------------------
       PCT-RESUMO.
           MOVE W-DETALHES TO CT-QTD
           MOVE W-SOMAVAL  TO CT-SOMA
           MOVE CTB-TRAILER TO LINCTB
           WRITE LINCTB.
           MOVE SPACES TO LINREL
           PERFORM PCT-IMP THRU PCT-IMP-FIM.
           MOVE 1 TO W-IX.
       PCT-RESUMO-CTA.
           IF W-CTAQTD (W-IX) > ZEROS
               MOVE W-CTAVAL (W-IX) TO W-TOT-ED
               MOVE SPACES TO LINREL
               STRING "TOTAL " W-CTANOME (W-IX) ": "
                      W-CTAQTD (W-IX) " CONTAS  " W-TOT-ED
                      DELIMITED BY SIZE INTO LINREL
               PERFORM PCT-IMP THRU PCT-IMP-FIM.
           IF W-IX < 6
               ADD 1 TO W-IX
               GO TO PCT-RESUMO-CTA.
           MOVE W-SOMAVAL TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "LANCAMENTOS: " W-DETALHES
                  "  TOTAL: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PCT-IMP THRU PCT-IMP-FIM.
           CLOSE PAGAR RELPCT ARQCTB IMPRESSORA.
           DISPLAY "PAGCTB - RELATORIO GERADO EM PAGCTB.TXT".
           DISPLAY "LANCAMENTOS NO CONTABIL: " W-DETALHES.
       PCT-RESUMO-FIM.
           EXIT.
      *
       PCT-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       PCT-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
