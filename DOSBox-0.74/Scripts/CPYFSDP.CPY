      *-----------------------------------------------------------------
      * CPYFSDP - POSICAO DO CONTRATO DE FINANCIAMENTO QUE ESTA EM
      * REGFIN, NA DATA W-FSDDATA (AAAAMMDD):
      *   FIN-SALDO - VARRE AS PARCELAS (FINPARC.DAT) E DEVOLVE:
      *     W-FSDPAGAS / W-FSDABERTAS - PARCELAS BAIXADAS E EM ABERTO
      *     W-FSDPROX    - PRIMEIRA PARCELA EM ABERTO (0 = NENHUMA)
      *     W-FSDVENCQTD / W-FSDVENCVAL / W-FSDVENCJUR - PARCELAS EM
      *                    ABERTO VENCIDAS ATE A DATA, VALOR E JUROS
      *     W-FSDSALDO   - SALDO DEVEDOR (PRINCIPAL AINDA NAO
      *                    AMORTIZADO)
      *     W-FSDQUITAR  - VALOR PARA QUITAR NA DATA: O SALDO DEVEDOR
      *                    MAIS OS JUROS DAS PARCELAS JA VENCIDAS; AS
      *                    QUE AINDA VAO VENCER SAEM SEM OS JUROS.
      * QUEM FIZER O COPY PRECISA TER CPYFINS/CPYFINR E CPYFPAS/CPYFPAR
      * NOS SELECT/FD, ST-FPA E CPYFINW EM WORKING-STORAGE.
      *-----------------------------------------------------------------
       FIN-SALDO.
                MOVE ZEROS TO W-FSDPAGAS W-FSDABERTAS W-FSDPROX
                MOVE ZEROS TO W-FSDVENCQTD W-FSDVENCVAL W-FSDVENCJUR
                MOVE FIN-VALOR TO W-FSDSALDO
                MOVE FIN-PLACA TO FPA-PLACA
                MOVE FIN-CONTRATO TO FPA-CONTRATO
                MOVE ZEROS TO FPA-NUM
                START FINPARC KEY IS NOT LESS THAN FPA-CHAVE
                IF ST-FPA NOT = "00"
                   GO TO FIN-SALDO-TOT.
       FIN-SALDO-LER.
                READ FINPARC NEXT RECORD
                IF ST-FPA NOT = "00"
                   GO TO FIN-SALDO-TOT.
                IF FPA-PLACA NOT = FIN-PLACA
                   OR FPA-CONTRATO NOT = FIN-CONTRATO
                   GO TO FIN-SALDO-TOT.
                IF FPA-DATAPAG NOT = ZEROS
                   ADD 1 TO W-FSDPAGAS
                   SUBTRACT FPA-AMORT FROM W-FSDSALDO
                   GO TO FIN-SALDO-LER.
                ADD 1 TO W-FSDABERTAS
                IF W-FSDPROX = ZEROS
                   MOVE FPA-NUM TO W-FSDPROX.
                IF FPA-VENCTO NOT > W-FSDDATA
                   ADD 1 TO W-FSDVENCQTD
                   ADD FPA-VALOR TO W-FSDVENCVAL
                   ADD FPA-JUROS TO W-FSDVENCJUR.
                GO TO FIN-SALDO-LER.
       FIN-SALDO-TOT.
                COMPUTE W-FSDQUITAR = W-FSDSALDO + W-FSDVENCJUR.
       FIN-SALDO-FIM.
                EXIT.
