      *-----------------------------------------------------------------
      * CPYENCP - ENCARGOS POR ATRASO DA MENSALIDADE, COPIADO COMO O
      * CPYDTVP. TRES ROTINAS SOBRE OS CAMPOS DE CPYENCW:
      *   ENC-PAR    - LE AS CHAVES MULTAPCT (MULTA EM %, PADRAO 2),
      *                JUROSMES (JUROS DE MORA EM % AO MES, PADRAO 1),
      *                CARENCIA (DIAS SEM ENCARGO, PADRAO 0) E DIAVENC
      *                (DIA DO VENCIMENTO NO MES DA COMPETENCIA, 1 A
      *                28, PADRAO 10). RODA UMA VEZ NA LARGADA.
      *   ENC-CALC   - VENCIMENTO DA COMPETENCIA, DIAS DE ATRASO ATE
      *                ENC-DATAPAG (MES COMERCIAL DE 30, COMO NO
      *                OPRLOGIN), MULTA, JUROS PRO RATA DIA, JUROS DE
      *                UM DIA (ENC-JURDIA, PARA O BOLETO) E O TOTAL.
      *                PAGO DENTRO DA CARENCIA NAO TEM ENCARGO; PASSOU
      *                DELA, OS JUROS CORREM DESDE O VENCIMENTO.
      *   ENC-RATEIA - REPARTE O VALOR PAGO (ENC-PAGO) EM PRINCIPAL,
      *                MULTA E JUROS: PRIMEIRO O PRINCIPAL, DEPOIS A
      *                MULTA, DEPOIS OS JUROS. O QUE PASSAR DO DEVIDO
      *                FICA NO PRINCIPAL.
      *-----------------------------------------------------------------
       ENC-PAR.
           MOVE "MULTAPCT" TO ENC-PARNOME
           CALL "PARLER" USING ENC-PARNOME ENC-PARVALOR ENC-PARACHOU.
           IF ENC-PARACHOU = "S"
               MOVE ENC-PARVALOR TO ENC-MULTAPCT.
           MOVE "JUROSMES" TO ENC-PARNOME
           CALL "PARLER" USING ENC-PARNOME ENC-PARVALOR ENC-PARACHOU.
           IF ENC-PARACHOU = "S"
               MOVE ENC-PARVALOR TO ENC-JUROSMES.
           MOVE "CARENCIA" TO ENC-PARNOME
           CALL "PARLER" USING ENC-PARNOME ENC-PARVALOR ENC-PARACHOU.
           IF ENC-PARACHOU = "S"
               MOVE ENC-PARVALOR TO ENC-CARENCIA.
           MOVE "DIAVENC" TO ENC-PARNOME
           CALL "PARLER" USING ENC-PARNOME ENC-PARVALOR ENC-PARACHOU.
           IF ENC-PARACHOU = "S"
               IF ENC-PARVALOR > ZEROS AND ENC-PARVALOR < 29
                   MOVE ENC-PARVALOR TO ENC-DIAVENC.
       ENC-PAR-FIM.
           EXIT.
      *
       ENC-CALC.
           MOVE ZEROS TO ENC-DIAS ENC-MULTA ENC-JUROS
           MOVE ENC-COMPET  TO ENC-VENCTO (1:6)
           MOVE ENC-DIAVENC TO ENC-VEN-DIA
           MOVE ENC-VALOR   TO ENC-TOTAL
           COMPUTE ENC-JURDIA ROUNDED =
               ENC-VALOR * ENC-JUROSMES / 3000
           COMPUTE ENC-VENDIAS = ENC-VEN-ANO * 360
               + ENC-VEN-MES * 30 + ENC-VEN-DIA
           COMPUTE ENC-PAGDIAS = ENC-PAG-ANO * 360
               + ENC-PAG-MES * 30 + ENC-PAG-DIA
           IF ENC-PAGDIAS NOT > ENC-VENDIAS
               GO TO ENC-CALC-FIM.
           COMPUTE ENC-DIAS = ENC-PAGDIAS - ENC-VENDIAS
           IF ENC-DIAS NOT > ENC-CARENCIA
               GO TO ENC-CALC-FIM.
           COMPUTE ENC-MULTA ROUNDED =
               ENC-VALOR * ENC-MULTAPCT / 100
           COMPUTE ENC-JUROS ROUNDED =
               ENC-VALOR * ENC-JUROSMES * ENC-DIAS / 3000
           COMPUTE ENC-TOTAL = ENC-VALOR + ENC-MULTA + ENC-JUROS.
       ENC-CALC-FIM.
           EXIT.
      *
       ENC-RATEIA.
           MOVE ZEROS TO ENC-MULTAPG ENC-JUROSPG
           MOVE ENC-PAGO TO ENC-PRINCPG
           IF ENC-PAGO NOT > ENC-VALOR
               GO TO ENC-RATEIA-FIM.
           COMPUTE ENC-SOBRA = ENC-PAGO - ENC-VALOR
           IF ENC-SOBRA > ENC-MULTA
               MOVE ENC-MULTA TO ENC-MULTAPG
           ELSE
               MOVE ENC-SOBRA TO ENC-MULTAPG.
           SUBTRACT ENC-MULTAPG FROM ENC-SOBRA
           IF ENC-SOBRA > ENC-JUROS
               MOVE ENC-JUROS TO ENC-JUROSPG
           ELSE
               MOVE ENC-SOBRA TO ENC-JUROSPG.
           COMPUTE ENC-PRINCPG = ENC-PAGO - ENC-MULTAPG - ENC-JUROSPG.
       ENC-RATEIA-FIM.
           EXIT.
