      *-----------------------------------------------------------------
      * CPYFPAS - SELECT DAS PARCELAS DOS CONTRATOS DE FINANCIAMENTO
      * (FINPARC.DAT). UMA POR PLACA + CONTRATO + NUMERO DA PARCELA,
      * GERADAS PELO CADFINAN E BAIXADAS NO CADFINPG. VENCIMENTOS DO
      * MES NO RELFINVC; JUROS E AMORTIZACAO PAGOS VAO PARA O
      * CONTABIL.TXT PELO FINCTB.
      *-----------------------------------------------------------------
       SELECT FINPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPA-CHAVE
                    FILE STATUS  IS ST-FPA.
