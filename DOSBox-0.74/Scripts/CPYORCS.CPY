      *-----------------------------------------------------------------
      * CPYORCS - SELECT DO ARQUIVO DE ORCAMENTO DE EVENTOS
      * (ORCEVE.DAT): UM REGISTRO POR EVENTO (EVE-COD) E CATEGORIA DE
      * DESPESA (TABELA GCT-TAB DE CPYGCTW), COM O VALOR PREVISTO.
      * MANTIDO NO CADORCEV; O GASTO REAL ESTA EM DESPEVE.DAT.
      *-----------------------------------------------------------------
       SELECT ORCEVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ORC.
