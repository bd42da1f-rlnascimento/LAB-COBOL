      *-----------------------------------------------------------------
      * CPYCMSP - ROTINAS DO RESUMO MENSAL DE CUSTO (CUSTMES.DAT).
      *   CMS-LIMPA - APAGA OS REGISTROS DA PLACA W-CMSPLACA (BRANCOS =
      *               TODAS) COM COMPETENCIA ENTRE W-CMSINI E W-CMSFIM
      *   CMS-REFAZ - PASSA OS LANCAMENTOS DA(S) PLACA(S) NO MESMO
      *               ALCANCE NOS CINCO ARQUIVOS E, NO MODO G, SOMA
      *               CADA UM NO REGISTRO DA PLACA/MES/CATEGORIA (CRIA
      *               SE NAO EXISTIR); NO MODO C SO TOTALIZA POR
      *               CATEGORIA EM W-CMSTOT
      * LIMPA + REFAZ NO MESMO ALCANCE DEIXA O RESUMO IGUAL AO DETALHE.
      * LANCAMENTO SEM DATA (COMPETENCIA ZERADA) NAO ENTRA. O PROGRAMA
      * QUE FIZER O COPY PRECISA TER CPYCMSW EM WORKING-STORAGE.
      *-----------------------------------------------------------------
       CMS-LIMPA.
           IF W-CMSPLACA = SPACES
               MOVE LOW-VALUES TO CMS-CHAVE
           ELSE
               MOVE W-CMSPLACA TO CMS-PLACA
               MOVE ZEROS TO CMS-COMP CMS-CATEG.
           START CUSTMES KEY IS NOT LESS THAN CMS-CHAVE
           IF ST-CMS NOT = "00"
               GO TO CMS-LIMPA-FIM.
       CMS-LIMPA-LER.
           READ CUSTMES NEXT RECORD
           IF ST-CMS NOT = "00"
               GO TO CMS-LIMPA-FIM.
           IF W-CMSPLACA NOT = SPACES AND CMS-PLACA NOT = W-CMSPLACA
               GO TO CMS-LIMPA-FIM.
           IF CMS-COMP < W-CMSINI OR CMS-COMP > W-CMSFIM
               GO TO CMS-LIMPA-LER.
           DELETE CUSTMES RECORD
           IF ST-CMS = "00"
               ADD 1 TO W-CMSEXC
           ELSE
               ADD 1 TO W-CMSERROS.
           GO TO CMS-LIMPA-LER.
       CMS-LIMPA-FIM.
           EXIT.
      *
       CMS-REFAZ.
           PERFORM CMS-ABA THRU CMS-ABA-FIM.
           PERFORM CMS-MNT THRU CMS-MNT-FIM.
           PERFORM CMS-SEG THRU CMS-SEG-FIM.
           PERFORM CMS-IPG THRU CMS-IPG-FIM.
           PERFORM CMS-MUL THRU CMS-MUL-FIM.
       CMS-REFAZ-FIM.
           EXIT.
      *
      *        1 - ABASTECIMENTOS (CHAVE PLACA+DATA+HORA)
       CMS-ABA.
           IF W-CMSPLACA = SPACES
               MOVE LOW-VALUES TO ABA-CHAVE
           ELSE
               MOVE W-CMSPLACA TO ABA-PLACA
               MOVE ZEROS TO ABA-DATA ABA-HORA.
           START ABASTEC KEY IS NOT LESS THAN ABA-CHAVE
           IF ST-ABA NOT = "00"
               GO TO CMS-ABA-FIM.
       CMS-ABA-LER.
           READ ABASTEC NEXT RECORD
           IF ST-ABA NOT = "00"
               GO TO CMS-ABA-FIM.
           IF W-CMSPLACA NOT = SPACES AND ABA-PLACA NOT = W-CMSPLACA
               GO TO CMS-ABA-FIM.
           MOVE ABA-PLACA     TO W-CMSREGPL
           MOVE ABA-DATA (1:6) TO W-CMSCOMP
           MOVE 1             TO W-CMSCATEG
           MOVE ABA-VALOR     TO W-CMSVAL
           MOVE ABA-LITROS    TO W-CMSLIT
           MOVE ABA-ODOMETRO  TO W-CMSODO
           PERFORM CMS-SOMA THRU CMS-SOMA-FIM.
           GO TO CMS-ABA-LER.
       CMS-ABA-FIM.
           EXIT.
      *
      *        2 - MANUTENCOES (CHAVE PLACA+DATA+SEQ)
       CMS-MNT.
           IF W-CMSPLACA = SPACES
               MOVE LOW-VALUES TO MNT-CHAVE
           ELSE
               MOVE W-CMSPLACA TO MNT-PLACA
               MOVE ZEROS TO MNT-DATA MNT-SEQ.
           START MANUVEIC KEY IS NOT LESS THAN MNT-CHAVE
           IF ST-MNT NOT = "00"
               GO TO CMS-MNT-FIM.
       CMS-MNT-LER.
           READ MANUVEIC NEXT RECORD
           IF ST-MNT NOT = "00"
               GO TO CMS-MNT-FIM.
           IF W-CMSPLACA NOT = SPACES AND MNT-PLACA NOT = W-CMSPLACA
               GO TO CMS-MNT-FIM.
           MOVE MNT-PLACA     TO W-CMSREGPL
           MOVE MNT-DATA (1:6) TO W-CMSCOMP
           MOVE 2             TO W-CMSCATEG
           MOVE MNT-CUSTO     TO W-CMSVAL
           MOVE ZEROS         TO W-CMSLIT W-CMSODO
           PERFORM CMS-SOMA THRU CMS-SOMA-FIM.
           GO TO CMS-MNT-LER.
       CMS-MNT-FIM.
           EXIT.
      *
      *        3 - PREMIOS DE SEGURO PELO INICIO DA APOLICE
       CMS-SEG.
           IF W-CMSPLACA = SPACES
               MOVE LOW-VALUES TO SEG-CHAVE
           ELSE
               MOVE W-CMSPLACA TO SEG-PLACA
               MOVE SPACES TO SEG-APOLICE.
           START SEGURO KEY IS NOT LESS THAN SEG-CHAVE
           IF ST-SEG NOT = "00"
               GO TO CMS-SEG-FIM.
       CMS-SEG-LER.
           READ SEGURO NEXT RECORD
           IF ST-SEG NOT = "00"
               GO TO CMS-SEG-FIM.
           IF W-CMSPLACA NOT = SPACES AND SEG-PLACA NOT = W-CMSPLACA
               GO TO CMS-SEG-FIM.
           MOVE SEG-PLACA     TO W-CMSREGPL
           MOVE SEG-INI (1:6) TO W-CMSCOMP
           MOVE 3             TO W-CMSCATEG
           MOVE SEG-PREMIO    TO W-CMSVAL
           MOVE ZEROS         TO W-CMSLIT W-CMSODO
           PERFORM CMS-SOMA THRU CMS-SOMA-FIM.
           GO TO CMS-SEG-LER.
       CMS-SEG-FIM.
           EXIT.
      *
      *        4 - IPVA PELA DATA DO PAGAMENTO
       CMS-IPG.
           IF W-CMSPLACA = SPACES
               MOVE LOW-VALUES TO IPG-CHAVE
           ELSE
               MOVE W-CMSPLACA TO IPG-PLACA
               MOVE ZEROS TO IPG-EXERC.
           START IPVAPAG KEY IS NOT LESS THAN IPG-CHAVE
           IF ST-IPG NOT = "00"
               GO TO CMS-IPG-FIM.
       CMS-IPG-LER.
           READ IPVAPAG NEXT RECORD
           IF ST-IPG NOT = "00"
               GO TO CMS-IPG-FIM.
           IF W-CMSPLACA NOT = SPACES AND IPG-PLACA NOT = W-CMSPLACA
               GO TO CMS-IPG-FIM.
           MOVE IPG-PLACA     TO W-CMSREGPL
           MOVE IPG-DATAPAG (1:6) TO W-CMSCOMP
           MOVE 4             TO W-CMSCATEG
           MOVE IPG-VALOR     TO W-CMSVAL
           MOVE ZEROS         TO W-CMSLIT W-CMSODO
           PERFORM CMS-SOMA THRU CMS-SOMA-FIM.
           GO TO CMS-IPG-LER.
       CMS-IPG-FIM.
           EXIT.
      *
      *        5 - MULTAS PELA DATA DA INFRACAO
       CMS-MUL.
           IF W-CMSPLACA = SPACES
               MOVE LOW-VALUES TO MUL-CHAVE
           ELSE
               MOVE W-CMSPLACA TO MUL-PLACA
               MOVE ZEROS TO MUL-DATA MUL-SEQ.
           START MULTA KEY IS NOT LESS THAN MUL-CHAVE
           IF ST-MUL NOT = "00"
               GO TO CMS-MUL-FIM.
       CMS-MUL-LER.
           READ MULTA NEXT RECORD
           IF ST-MUL NOT = "00"
               GO TO CMS-MUL-FIM.
           IF W-CMSPLACA NOT = SPACES AND MUL-PLACA NOT = W-CMSPLACA
               GO TO CMS-MUL-FIM.
           MOVE MUL-PLACA     TO W-CMSREGPL
           MOVE MUL-DATA (1:6) TO W-CMSCOMP
           MOVE 5             TO W-CMSCATEG
           MOVE MUL-VALOR     TO W-CMSVAL
           MOVE ZEROS         TO W-CMSLIT W-CMSODO
           PERFORM CMS-SOMA THRU CMS-SOMA-FIM.
           GO TO CMS-MUL-LER.
       CMS-MUL-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM LANCAMENTO: FORA DO ALCANCE E IGNORADO; NO MODO C SO
      * TOTALIZA; NO MODO G SOMA NO REGISTRO DO MES (OU CRIA)
      *-----------------------------------------------------------------
       CMS-SOMA.
           IF W-CMSCOMP = ZEROS
              OR W-CMSCOMP < W-CMSINI OR W-CMSCOMP > W-CMSFIM
               GO TO CMS-SOMA-FIM.
           ADD 1 TO W-CMSLANC.
           IF W-CMSMODO = "C"
               ADD W-CMSVAL TO W-CMSTVAL (W-CMSCATEG)
               ADD W-CMSLIT TO W-CMSTLIT (W-CMSCATEG)
               ADD 1 TO W-CMSTQTD (W-CMSCATEG)
               GO TO CMS-SOMA-FIM.
           MOVE W-CMSREGPL TO CMS-PLACA
           MOVE W-CMSCOMP  TO CMS-COMP
           MOVE W-CMSCATEG TO CMS-CATEG
           READ CUSTMES
           IF ST-CMS NOT = "00"
               GO TO CMS-SOMA-NOVO.
           ADD W-CMSVAL TO CMS-VALOR
           ADD W-CMSLIT TO CMS-LITROS
           ADD 1 TO CMS-QTD
           IF W-CMSODO NOT = ZEROS
               IF W-CMSODO < CMS-ODOMIN OR CMS-ODOMIN = ZEROS
                   MOVE W-CMSODO TO CMS-ODOMIN
               END-IF
               IF W-CMSODO > CMS-ODOMAX
                   MOVE W-CMSODO TO CMS-ODOMAX.
           MOVE ZEROS TO CMS-KM
           IF CMS-ODOMAX > CMS-ODOMIN
               COMPUTE CMS-KM = CMS-ODOMAX - CMS-ODOMIN.
           MOVE W-CMSHOJE TO CMS-DATA
           REWRITE REGCMS
           IF ST-CMS NOT = "00"
               ADD 1 TO W-CMSERROS.
           GO TO CMS-SOMA-FIM.
       CMS-SOMA-NOVO.
           MOVE W-CMSVAL  TO CMS-VALOR
           MOVE W-CMSLIT  TO CMS-LITROS
           MOVE ZEROS     TO CMS-KM
           MOVE W-CMSODO  TO CMS-ODOMIN CMS-ODOMAX
           MOVE 1         TO CMS-QTD
           MOVE W-CMSHOJE TO CMS-DATA
           WRITE REGCMS
           IF ST-CMS = "00"
               ADD 1 TO W-CMSGRAV
           ELSE
               ADD 1 TO W-CMSERROS.
       CMS-SOMA-FIM.
           EXIT.
