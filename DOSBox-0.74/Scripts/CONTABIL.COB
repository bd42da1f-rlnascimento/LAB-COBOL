      * TABELA DE CPYDEPW SOBRE O VALOR JA DEPRECIADO, DIVIDIDA POR
      * 12). O RELATORIO DE CONFERENCIA CONTABIL.REL SAI JUNTO, COM
      * OS MESMOS TOTAIS, PARA A CONTABILIDADE BATER O ARQUIVO.
      * DEPOIS DESTE LOTE, OUTROS TRES PROGRAMAS ACRESCENTAM O SEU
      * PROPRIO LOTE NO MESMO CONTABIL.TXT:
      *   RATCCUS - RATEIO POR CENTRO DE CUSTO ("FROTA RATEIO CCUSTO");
      *   FINCTB  - PARCELAS DE FINANCIAMENTO ("FROTA FINANCIAMENTO");
      *   PAGCTB  - CONTAS A PAGAR ("CONTAS A PAGAR").
      * RODAR ESTE PROGRAMA DE NOVO NA COMPETENCIA RECRIA O ARQUIVO.
      * O LOTE DO RATEIO SE REFAZ RODANDO O RATCCUS DE NOVO, MAS O
      * FINCTB E O PAGCTB MARCAM AS PARCELAS/TITULOS COM A COMPETENCIA
      * (FPA-CONTAB / PAG-CONTAB) E NAO OS LANCAM OUTRA VEZ - POR ISSO,
      * SE O CONTABIL.TXT EXISTENTE JA TEM UM DESSES DOIS LOTES NA
      * COMPETENCIA PEDIDA, O PROGRAMA SE RECUSA A RODAR (RC 8) EM VEZ
      * DE APAGAR LANCAMENTOS QUE NINGUEM MAIS CONSEGUE GERAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
      *        LOTES DO CONTABIL.TXT QUE NAO SE REFAZEM (FINCTB/PAGCTB)
       77 W-LOTEFIXO     PIC X(20) VALUE SPACES.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-IPVAMESES.
           PERFORM CTB-CTBCHK THRU CTB-CTBCHK-FIM.
           IF W-LOTEFIXO NOT = SPACES
               DISPLAY "CONTABIL.TXT JA TEM O LOTE " W-LOTEFIXO
               DISPLAY "DA COMPETENCIA " W-COMPET " - GERAR DE NOVO O"
                   " APAGARIA E ELE NAO PODE SER REFEITO."
               DISPLAY "NADA FOI GERADO."
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           PERFORM CTB-OP0 THRU CTB-OP0-FIM.
           GO TO CTB-LER.
      *
      *-----------------------------------------------------------------
      * O CONTABIL.TXT ATUAL JA TEM, NA COMPETENCIA, O LOTE DO FINCTB
      * OU DO PAGCTB? (SEM O ARQUIVO, OU DE OUTRA COMPETENCIA, PODE
      * GERAR)
      *-----------------------------------------------------------------
       CTB-CTBCHK.
           MOVE SPACES TO W-LOTEFIXO
           OPEN INPUT ARQCTB
           IF ST-CTB NOT = "00"
               GO TO CTB-CTBCHK-FIM.
       CTB-CTBCHK-LER.
           READ ARQCTB
               AT END GO TO CTB-CTBCHK-FECHA.
           IF LINCTB (1:1) NOT = "0" OR LINCTB (2:6) NOT = W-COMPET
               GO TO CTB-CTBCHK-LER.
           IF LINCTB (8:20) = "FROTA FINANCIAMENTO"
              OR LINCTB (8:20) = "CONTAS A PAGAR"
               MOVE LINCTB (8:20) TO W-LOTEFIXO
               GO TO CTB-CTBCHK-FECHA.
           GO TO CTB-CTBCHK-LER.
       CTB-CTBCHK-FECHA.
           CLOSE ARQCTB.
       CTB-CTBCHK-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA E HEADER
      *-----------------------------------------------------------------
       CTB-OP0.
