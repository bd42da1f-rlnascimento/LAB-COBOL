       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXASAI.
      **************************************
      *  ACUMULA UMA SAIDA (CONTA PAGA EM  *
      *  DINHEIRO) NA SESSAO DE CAIXA      *
      *  (SUBPROGRAMA - CAIXA.DAT)         *
      **************************************
      *----------------------------------------------------------------
      * O ESPELHO DO CXAREG PARA O DINHEIRO QUE SAI DA GAVETA: CHAMADO
      * PELO CADPAGAR ANTES DE DAR UMA CONTA A PAGAR COMO PAGA NO
      * CAIXA, COM O OPERADOR DA SESSAO E O VALOR PAGO. SE O OPERADOR
      * TEM UMA SESSAO DE CAIXA ABERTA HOJE, O VALOR E SOMADO EM
      * CXA-SAIDAS (O CADCAIXA DESCONTA DO ESPERADO NO FECHAMENTO) E
      * W-RESULT VOLTA "S"; SEM SESSAO ABERTA VOLTA "N" E O CADPAGAR
      * NAO ACEITA O PAGAMENTO PELO CAIXA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCXAS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCXAR.
      *
       WORKING-STORAGE SECTION.
       77 ST-CXA         PIC X(02) VALUE "00".
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
      *
       LINKAGE SECTION.
       01 W-OPER        PIC X(12).
       01 W-VALOR       PIC 9(08)V99.
       01 W-RESULT      PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-OPER W-VALOR W-RESULT.
       INICIO.
           MOVE "N" TO W-RESULT.
           OPEN I-O CAIXA
           IF ST-CXA NOT = "00"
               GOBACK.
           ACCEPT W-DATA FROM DATE YYYYMMDD
           MOVE W-OPER TO CXA-OPER
           MOVE W-DATA TO CXA-DATA
           READ CAIXA
           IF ST-CXA NOT = "00"
               CLOSE CAIXA
               GOBACK.
           IF CXA-SITUACAO NOT = "A"
               CLOSE CAIXA
               GOBACK.
           ADD W-VALOR TO CXA-SAIDAS
           REWRITE REGCXA
           IF ST-CXA = "00" OR ST-CXA = "02"
               MOVE "S" TO W-RESULT.
           CLOSE CAIXA.
           GOBACK.
