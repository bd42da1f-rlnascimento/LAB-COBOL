      *-----------------------------------------------------------------
      * CPYTPRS - SELECT DA TABELA DE TIPOS DE VINCULO ENTRE AMIGOS
      * (TIPOREL.DAT): CONJUGE, PRIMO, COLEGA, INDICOU, INDICADO
      * POR... CADA TIPO APONTA O SEU INVERSO (O QUE O OUTRO LADO DO
      * VINCULO ENXERGA). MANTIDA NO CADTPREL.
      *-----------------------------------------------------------------
       SELECT TIPOREL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPR-COD
                    FILE STATUS  IS ST-TPR.
