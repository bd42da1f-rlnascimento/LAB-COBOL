      *-----------------------------------------------------------------
      * CPYACGP - GRAVACAO DO ACORDO DE RENEGOCIACAO, SOBRE OS CAMPOS
      * DE CPYACGW. USADA PELO CADACORD NO FECHAMENTO E PELO APRALC NA
      * APROVACAO DE ACORDO QUE FICOU AGUARDANDO ALCADA:
      *   ACD-PROXSEQ - PROXIMO NUMERO DE ACORDO DO ALUNO (W-SEQNOVO)
      *   ACP-GERA    - PARCELAS MENSAIS EM ACORPARC.DAT
      *   MEN-CARIMBA - CARIMBA AS COMPETENCIAS EM ABERTO FORA DE
      *                 ACORDO COM O NUMERO DO ACORDO (MEN-ACORDO)
      * QUEM FIZER O COPY PRECISA TER ACORDO, ACORPARC E MENSALID
      * ABERTOS (I-O) COM ST-ACD, ST-ACP E ST-MEN.
      *-----------------------------------------------------------------
      *****************************************
      * PROXIMA SEQUENCIA DE ACORDO DO ALUNO  *
      *****************************************
      *
       ACD-PROXSEQ.
                MOVE ZEROS TO W-SEQNOVO
                MOVE W-ALUSEL TO ACD-CODALU
                MOVE ZEROS TO ACD-SEQ
                START ACORDO KEY IS NOT LESS THAN ACD-CHAVE
                IF ST-ACD NOT = "00"
                   GO TO ACD-PROXSEQ-SOMA.
       ACD-PROXSEQ-LER.
                READ ACORDO NEXT RECORD
                IF ST-ACD NOT = "00"
                   GO TO ACD-PROXSEQ-SOMA.
                IF ACD-CODALU NOT = W-ALUSEL
                   GO TO ACD-PROXSEQ-SOMA.
                MOVE ACD-SEQ TO W-SEQNOVO
                GO TO ACD-PROXSEQ-LER.
       ACD-PROXSEQ-SOMA.
                ADD 1 TO W-SEQNOVO.
       ACD-PROXSEQ-FIM.
                EXIT.
      *
      *****************************************
      * GERA AS PARCELAS MENSAIS DO ACORDO    *
      *****************************************
      *
       ACP-GERA.
                COMPUTE W-VALPARC ROUNDED =
                    W-TOTACORD / W-PARCELAS
                MOVE W-VENC1 TO W-VENC
                MOVE 1 TO W-IX.
       ACP-GERA-LOOP.
                IF W-IX > W-PARCELAS
                   GO TO ACP-GERA-FIM.
                MOVE W-ALUSEL  TO ACP-CODALU
                MOVE W-SEQNOVO TO ACP-SEQ
                MOVE W-IX      TO ACP-PARCELA
                MOVE W-VENC    TO ACP-VENCTO
                MOVE W-VALPARC TO ACP-VALOR
      *        A ULTIMA PARCELA CARREGA A DIFERENCA DO ARREDONDAMENTO,
      *        PARA A SOMA DAS PARCELAS BATER COM O TOTAL DO ACORDO
                IF W-IX = W-PARCELAS
                   COMPUTE ACP-VALOR =
                       W-TOTACORD - (W-PARCELAS - 1) * W-VALPARC.
                MOVE ZEROS     TO ACP-VALORPAG ACP-DATAPAG
                WRITE REGACP
                IF ST-ACP NOT = "00" AND ST-ACP NOT = "02"
                   DISPLAY "ERRO AO GRAVAR PARCELA " W-IX
                       " ST=" ST-ACP.
                ADD 1 TO W-VEN-MES
                IF W-VEN-MES > 12
                   MOVE 1 TO W-VEN-MES
                   ADD 1 TO W-VEN-ANO.
                ADD 1 TO W-IX
                GO TO ACP-GERA-LOOP.
       ACP-GERA-FIM.
                EXIT.
      *
      *****************************************
      * CARIMBA AS COMPETENCIAS INCLUIDAS COM *
      * O NUMERO DO ACORDO (MEN-ACORDO)       *
      *****************************************
      *
       MEN-CARIMBA.
                MOVE W-ALUSEL TO MEN-CODALU
                MOVE ZEROS TO MEN-COMPET
                START MENSALID KEY IS NOT LESS THAN MEN-CHAVE
                IF ST-MEN NOT = "00"
                   GO TO MEN-CARIMBA-FIM.
       MEN-CARIMBA-LER.
                READ MENSALID NEXT RECORD
                IF ST-MEN NOT = "00"
                   GO TO MEN-CARIMBA-FIM.
                IF MEN-CODALU NOT = W-ALUSEL
                   GO TO MEN-CARIMBA-FIM.
                IF MEN-DATAPAG NOT = ZEROS OR MEN-ACORDO NOT = ZEROS
                   GO TO MEN-CARIMBA-LER.
                MOVE W-SEQNOVO TO MEN-ACORDO
                REWRITE REGMEN
                IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
                   DISPLAY "ERRO AO CARIMBAR " MEN-COMPET
                       " ST=" ST-MEN.
                GO TO MEN-CARIMBA-LER.
       MEN-CARIMBA-FIM.
                EXIT.
