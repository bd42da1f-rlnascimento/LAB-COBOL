      * COBRADO E REGISTRA O VALOR E A DATA DO PAGAMENTO. MENSALIDADE
      * JA PAGA E AVISADA E SO E REGRAVADA SE O OPERADOR CONFIRMAR
      * (CORRECAO DE BAIXA ERRADA). TODA BAIXA SAI EM AUDIT.TXT.
      * PELA DATA DO PAGAMENTO A TELA CALCULA A MULTA E OS JUROS DE
      * MORA PRO RATA DIA DESDE O VENCIMENTO DA COMPETENCIA (CPYENCP,
      * COM AS TAXAS, A CARENCIA E O DIA DE VENCIMENTO DO PARAMET.DAT)
      * E SUGERE O TOTAL COMO VALOR PAGO. O VALOR RECEBIDO E REPARTIDO
      * EM PRINCIPAL, MULTA E JUROS (MEN-MULTA/MEN-JUROS) E O RECIBO
      * SAI COM AS TRES PARTES. PARCELA DE ACORDO NAO TEM ENCARGO AQUI
      * - OS JUROS DA RENEGOCIACAO JA ESTAO NO FATOR DO CADACORD.
      * A CORRECAO DE BAIXA COM VALOR PAGO ACIMA DA ALCADA DO OPERADOR
      * (FUNCAO PAGA, VER CPYALPP) NAO E REGRAVADA: VAI PARA A FILA DO
      * APRALC, QUE FAZ A REGRAVACAO, O CAIXA E O RECIBO NA APROVACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYACDS.
           COPY CPYACPS.
           COPY CPYAUDS.
           COPY CPYALPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYACDR.
           COPY CPYACPR.
           COPY CPYAUDR.
           COPY CPYALPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-RECNOME    PIC X(35) VALUE SPACES.
       77 W-RECNUM     PIC 9(09) VALUE ZEROS.
       77 W-ULTPAGDT   PIC 9(08) VALUE ZEROS.
       77 W-ZERAENC    PIC 9(06)V99 VALUE ZEROS.
      *        CORRECAO DE BAIXA JA FEITA (CONFERIDA NA ALCADA)
       77 W-REBAIXA    PIC X(01) VALUE "N".
      *        MULTA E JUROS POR ATRASO (CPYENCP)
           COPY CPYENCW.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYALPW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   CLOSE MENSALID
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           PERFORM ENC-PAR THRU ENC-PAR-FIM.
       INC-001.
                MOVE ZEROS TO MEN-CODALU MEN-COMPET
                DISPLAY (01, 01) ERASE
                DISPLAY (06, 01) "COMPETENCIA     : (0=PARCELA DE"
                DISPLAY (06, 33) "ACORDO)"
                DISPLAY (07, 01) "VALOR COBRADO   : "
                DISPLAY (08, 01) "DATA PAGAMENTO  : (AAAAMMDD)"
                DISPLAY (09, 01) "VENCIMENTO      : "
                DISPLAY (09, 30) "DIAS DE ATRASO: "
                DISPLAY (10, 01) "MULTA           : "
                DISPLAY (11, 01) "JUROS DE MORA   : "
                DISPLAY (12, 01) "TOTAL DEVIDO    : "
                DISPLAY (13, 01) "VALOR PAGO      : ".
       INC-002.
                ACCEPT (04, 18) MEN-CODALU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF MEN-COMPET = ZEROS
                   GO TO PRC-001.
                MOVE "N" TO W-REBAIXA
                READ MENSALID
                IF ST-MEN NOT = "00"
                   MOVE "*** COMPETENCIA NAO GERADA ***" TO MENS
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *        COMPETENCIA CANCELADA NA SAIDA DO ALUNO (CADSAIDA) NAO
      *        E COBRADA - O RETORNO REABRE
                IF MEN-SITUACAO = "C"
                   MOVE
                      "*** COMPETENCIA CANCELADA NA SAIDA DO ALUNO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF MEN-DATAPAG NOT = ZEROS
                   MOVE "S" TO W-REBAIXA
                   MOVE "*** MENSALIDADE JA PAGA - REBAIXAR? ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-004.
                ACCEPT (08, 18) MEN-DATAPAG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF MEN-DATAPAG = ZEROS
                   MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *        ENCARGOS ATE A DATA DO PAGAMENTO; O TOTAL VIRA A
      *        SUGESTAO DO VALOR PAGO
                MOVE MEN-VALOR   TO ENC-VALOR
                MOVE MEN-COMPET  TO ENC-COMPET
                MOVE MEN-DATAPAG TO ENC-DATAPAG
                PERFORM ENC-CALC THRU ENC-CALC-FIM
                DISPLAY (09, 18) ENC-VENCTO
                DISPLAY (09, 46) ENC-DIAS
                MOVE ENC-MULTA TO MASC-DINHEIRO
                DISPLAY (10, 18) MASC-DINHEIRO
                MOVE ENC-JUROS TO MASC-DINHEIRO
                DISPLAY (11, 18) MASC-DINHEIRO
                MOVE ENC-TOTAL TO MASC-DINHEIRO
                DISPLAY (12, 18) MASC-DINHEIRO
                MOVE ENC-TOTAL TO MEN-VALORPAG.
       INC-005.
                ACCEPT (13, 18) MEN-VALORPAG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF MEN-VALORPAG = ZEROS
                   MOVE "*** VALOR PAGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF MEN-VALORPAG < ENC-TOTAL
                   MOVE "*** PAGO A MENOR - ENCARGOS PARCIAIS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

           COPY CPYCONF.
      *        O "DADOS OK" DE CPYCONF DESVIA PARA INC-WR1; AQUI A
      *        OS TRES DESTINOS - NAO HA ALTERACAO NEM EXCLUSAO DE
      *        MENSALIDADE NESTA TELA.
       INC-WR1.
                MOVE MEN-VALORPAG TO ENC-PAGO
                PERFORM ENC-RATEIA THRU ENC-RATEIA-FIM
                MOVE ENC-MULTAPG TO MEN-MULTA
                MOVE ENC-JUROSPG TO MEN-JUROS
      *        CORRECAO ACIMA DA ALCADA: A REBAIXA AGUARDA O SUPERVISOR
                IF W-REBAIXA = "S"
                   MOVE "PAGA" TO W-ALPFUNCAO
                   MOVE MEN-VALORPAG TO W-ALPVALOR
                   PERFORM ALC-CONFERE THRU ALC-CONFERE-FIM
                   IF W-ALCOK = "N"
                      MOVE SPACES TO W-ALPID
                      MOVE MEN-CHAVE TO W-ALPID
                      MOVE "A" TO W-ALPMODO
                      MOVE REGMEN TO W-ALPIMAGEM
                      PERFORM ALP-GRAVA THRU ALP-GRAVA-FIM
                      GO TO INC-001.
                REWRITE REGMEN
                IF ST-MEN = "00" OR "02"
                   MOVE "MENSALID"   TO AUD-ARQ
                   CALL "RECEMITE" USING W-RECORIG W-RECCHAVE
                                         W-RECNOME MEN-VALORPAG
                                         MEN-DATAPAG W-OPERADOR
                                         W-RECNUM MEN-MULTA MEN-JUROS
                   ADD 1 TO W-BAIXAS
                   MOVE SPACES TO MENS
                   STRING "*** PAGO - RECIBO " W-RECNUM " ***"
                CALL "RECEMITE" USING W-RECORIG W-RECCHAVE
                                      W-RECNOME ACP-VALORPAG
                                      ACP-DATAPAG W-OPERADOR
                                      W-RECNUM W-ZERAENC W-ZERAENC
                ADD 1 TO W-PARCBAIXAS
                PERFORM PRC-QUITA THRU PRC-QUITA-FIM
                MOVE "*** PARCELA BAIXADA ***" TO MENS
                   GO TO PRC-VARRE-LER.
                MOVE MEN-VALOR  TO MEN-VALORPAG
                MOVE W-ULTPAGDT TO MEN-DATAPAG
                MOVE ZEROS      TO MEN-MULTA MEN-JUROS
                REWRITE REGMEN
                IF ST-MEN = "00" OR "02"
                   MOVE "MENSALID"   TO AUD-ARQ
      **********************
      *
           COPY CPYAUDP.
      *
      **********************
      * ENCARGOS POR ATRASO     *
      **********************
      *
           COPY CPYENCP.
      *
      **********************
      * ALCADA (ALCPEND.DAT) *
      **********************
      *
           COPY CPYALPP.
       FIM-ROT-TEMPO.
