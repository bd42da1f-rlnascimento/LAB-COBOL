      *-----------------------------------------------------------------
      * CPYDSPS - SELECT DO ARQUIVO DE DESPESAS DE EVENTOS
      * (DESPEVE.DAT): UM REGISTRO POR DOCUMENTO PAGO (NOTA, RECIBO),
      * CHAVE EVENTO + SEQUENCIA DENTRO DO EVENTO. LANCADO NO CADDESPE;
      * O PREVISTO X REALIZADO SAI NO RELORCEV E O COMPARATIVO ENTRE
      * EVENTOS NO RELCMPEV.
      *-----------------------------------------------------------------
       SELECT DESPEVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-CHAVE
                    FILE STATUS  IS ST-DSP.
