      *-----------------------------------------------------------------
      * CPYRCLS - SELECT DO ARQUIVO DE CAMPANHAS DE RECALL DOS
      * FABRICANTES (RECALL.DAT). UM REGISTRO POR NUMERO DE CAMPANHA,
      * MANTIDO NO CADRECAL. O RECALJOB VINCULA CADA CAMPANHA ATIVA AS
      * PLACAS ATINGIDAS (RECALVEI.DAT).
      *-----------------------------------------------------------------
       SELECT RECALL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCL-CAMPANHA
                    FILE STATUS  IS ST-RCL.
