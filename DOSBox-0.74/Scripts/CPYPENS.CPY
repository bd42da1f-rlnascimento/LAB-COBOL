      *-----------------------------------------------------------------
      * CPYPENS - SELECT DAS PENDENCIAS DA CONCILIACAO BANCARIA
      * (CONCPEN.DAT). CHAVE = CONTA + LADO + REFERENCIA:
      *   LADO E - LANCAMENTO DO EXTRATO SEM PAR NO LIVRO
      *            (REFERENCIA = EXT-CHAVE);
      *   LADO L - MOVIMENTO DO LIVRO QUE NAO APARECEU NO EXTRATO
      *            (REFERENCIA = "CXA" + OPERADOR + DATA DA SESSAO,
      *            "BOL" + DATA DO CREDITO OU "PAG" + PAG-CHAVE).
      * GERADAS PELO CONCBCO, QUE TAMBEM AS APAGA QUANDO O PAR APARECE,
      * E RESOLVIDAS PELO OPERADOR NO CADCONC COM UM MOTIVO (CPYMOTW).
      *-----------------------------------------------------------------
       SELECT CONCPEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-PEN.
