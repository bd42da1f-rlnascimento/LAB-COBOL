      *-----------------------------------------------------------------
      * CPYTRCS - SELECT DO DIARIO DE BORDO (TRECHO.DAT). UM REGISTRO
      * POR TRECHO PERCORRIDO NA ALOCACAO (CHAVE DO ALOCA.DAT + NUMERO
      * DO TRECHO), ANOTADO PELO DIABORDO NO RETORNO DO VEICULO
      * (CADALOC). LIDO PELO RELDIAR (KM A SERVICO x PARTICULAR) E PELO
      * FATALOC (COBRANCA DO KM PARTICULAR).
      *-----------------------------------------------------------------
       SELECT TRECHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRC-CHAVE
                    FILE STATUS  IS ST-TRC.
