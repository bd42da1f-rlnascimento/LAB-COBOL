      *-----------------------------------------------------------------
      * CPYPAGS - SELECT DO ARQUIVO DE CONTAS A PAGAR (PAGAR.DAT). UM
      * REGISTRO POR OBRIGACAO, COM CHAVE ORIGEM + CHAVE DO REGISTRO
      * QUE A GEROU, PARA O PAGCARGA ALIMENTAR O ARQUIVO QUANTAS VEZES
      * RODAR SEM DUPLICAR. ORIGENS:
      *   MULT - MULTA.DAT    (PLACA+DATA+SEQ DA MULTA)
      *   IPVA - VEICULO.DAT  (PLACA+EXERCICIO)
      *   SEGU - SEGURO.DAT   (PLACA+APOLICE)
      *   OSRV - ORDSERV.DAT  (NUMERO DA OS, PELA NOTA DA OFICINA)
      *   DESP - DESPEVE.DAT  (EVENTO+SEQ)
      *   FINP - FINPARC.DAT  (PLACA+CONTRATO+PARCELA)
      *   MANL - LANCAMENTO MANUAL NO CADPAGAR (FORNECEDOR+DOCUMENTO)
      * PAGO NO CADPAGAR (CAIXA OU BANCO), VENCIMENTOS NO RELPAGAR E
      * LANCAMENTO DOS PAGAMENTOS NO CONTABIL.TXT PELO PAGCTB.
      *-----------------------------------------------------------------
       SELECT PAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-PAG.
