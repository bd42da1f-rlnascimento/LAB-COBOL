      *-----------------------------------------------------------------
      * CPYRLCP - MANUTENCAO EM LOTE DOS VINCULOS DE UM AMIGO EM
      * RELACAO.DAT, SEMPRE DOS DOIS LADOS:
      *   RLC-CONTA    - QUANTOS VINCULOS W-RLCAPE TEM (W-RLCQTD)
      *   RLC-REMOVE   - APAGA TODOS OS VINCULOS DE W-RLCAPE E OS
      *                  ESPELHOS NOS OUTROS AMIGOS (ANONIMIZACAO)
      *   RLC-REAPONTA - PASSA OS VINCULOS DE W-RLCAPE PARA W-RLCNOVO
      *                  (FUSAO DE DUPLICADOS). O VINCULO ENTRE OS DOIS
      *                  SOME; SE O SOBREVIVENTE JA TINHA VINCULO COM A
      *                  MESMA PESSOA, FICA O DELE.
      * ABREM E FECHAM O ARQUIVO NA HORA; SEM RELACAO.DAT NAO HA O QUE
      * FAZER E W-RLCQTD FICA ZERO. QUEM FIZER O COPY PRECISA TER
      * CPYRLCW EM WORKING-STORAGE E OS SELECT/FD DE CPYRLCS/CPYRLCR.
      *-----------------------------------------------------------------
       RLC-CONTA.
                MOVE ZEROS TO W-RLCQTD
                OPEN INPUT RELACAO
                IF ST-RLC NOT = "00"
                   GO TO RLC-CONTA-FIM.
                MOVE W-RLCAPE TO RLC-APELIDO
                MOVE SPACES   TO RLC-OUTRO
                START RELACAO KEY IS NOT LESS THAN RLC-CHAVE
                IF ST-RLC NOT = "00"
                   GO TO RLC-CONTA-FECHA.
       RLC-CONTA-LER.
                READ RELACAO NEXT RECORD
                IF ST-RLC NOT = "00"
                   GO TO RLC-CONTA-FECHA.
                IF RLC-APELIDO NOT = W-RLCAPE
                   GO TO RLC-CONTA-FECHA.
                ADD 1 TO W-RLCQTD
                GO TO RLC-CONTA-LER.
       RLC-CONTA-FECHA.
                CLOSE RELACAO.
       RLC-CONTA-FIM.
                EXIT.
      *
       RLC-REMOVE.
                MOVE ZEROS TO W-RLCQTD
                OPEN I-O RELACAO
                IF ST-RLC NOT = "00"
                   GO TO RLC-REMOVE-FIM.
      *        A CADA EXCLUSAO O POSICIONAMENTO E REFEITO A PARTIR DO
      *        APELIDO - O ESPELHO APAGADO PODE ESTAR EM QUALQUER PONTO
      *        DO ARQUIVO
       RLC-REMOVE-POS.
                MOVE W-RLCAPE TO RLC-APELIDO
                MOVE SPACES   TO RLC-OUTRO
                START RELACAO KEY IS NOT LESS THAN RLC-CHAVE
                IF ST-RLC NOT = "00"
                   GO TO RLC-REMOVE-FECHA.
                READ RELACAO NEXT RECORD
                IF ST-RLC NOT = "00"
                   GO TO RLC-REMOVE-FECHA.
                IF RLC-APELIDO NOT = W-RLCAPE
                   GO TO RLC-REMOVE-FECHA.
                MOVE RLC-OUTRO TO W-RLCOUTRO
                DELETE RELACAO RECORD
                MOVE W-RLCOUTRO TO RLC-APELIDO
                MOVE W-RLCAPE   TO RLC-OUTRO
                DELETE RELACAO RECORD
                ADD 1 TO W-RLCQTD
                GO TO RLC-REMOVE-POS.
       RLC-REMOVE-FECHA.
                CLOSE RELACAO.
       RLC-REMOVE-FIM.
                EXIT.
      *
       RLC-REAPONTA.
                MOVE ZEROS TO W-RLCQTD
                OPEN I-O RELACAO
                IF ST-RLC NOT = "00"
                   GO TO RLC-REAPONTA-FIM.
       RLC-REAPONTA-POS.
                MOVE W-RLCAPE TO RLC-APELIDO
                MOVE SPACES   TO RLC-OUTRO
                START RELACAO KEY IS NOT LESS THAN RLC-CHAVE
                IF ST-RLC NOT = "00"
                   GO TO RLC-REAPONTA-FECHA.
                READ RELACAO NEXT RECORD
                IF ST-RLC NOT = "00"
                   GO TO RLC-REAPONTA-FECHA.
                IF RLC-APELIDO NOT = W-RLCAPE
                   GO TO RLC-REAPONTA-FECHA.
                MOVE RLC-OUTRO    TO W-RLCOUTRO
                MOVE RLC-TIPO     TO W-RLCTIPO W-RLCTIPINV
                MOVE RLC-DATA     TO W-RLCDATA
                MOVE RLC-OPERADOR TO W-RLCOPER
                DELETE RELACAO RECORD
                MOVE W-RLCOUTRO TO RLC-APELIDO
                MOVE W-RLCAPE   TO RLC-OUTRO
                READ RELACAO
                IF ST-RLC = "00"
                   MOVE RLC-TIPO TO W-RLCTIPINV
                   DELETE RELACAO RECORD.
                IF W-RLCOUTRO = W-RLCNOVO
                   GO TO RLC-REAPONTA-POS.
                MOVE W-RLCNOVO    TO RLC-APELIDO
                MOVE W-RLCOUTRO   TO RLC-OUTRO
                MOVE W-RLCTIPO    TO RLC-TIPO
                MOVE W-RLCDATA    TO RLC-DATA
                MOVE W-RLCOPER    TO RLC-OPERADOR
                WRITE REGRLC
                IF ST-RLC NOT = "00"
                   GO TO RLC-REAPONTA-POS.
                MOVE W-RLCOUTRO   TO RLC-APELIDO
                MOVE W-RLCNOVO    TO RLC-OUTRO
                MOVE W-RLCTIPINV  TO RLC-TIPO
                WRITE REGRLC
                ADD 1 TO W-RLCQTD
                GO TO RLC-REAPONTA-POS.
       RLC-REAPONTA-FECHA.
                CLOSE RELACAO.
       RLC-REAPONTA-FIM.
                EXIT.
