      *-----------------------------------------------------------------
      * CPYRCVS - SELECT DO VINCULO CAMPANHA DE RECALL X PLACA
      * (RECALVEI.DAT). UM REGISTRO POR PLACA + CAMPANHA, CRIADO PELO
      * RECALJOB (OU A MAO NO CADRECVE, QUE TAMBEM ANOTA A DATA EM QUE
      * O CARRO FOI ATENDIDO NA CONCESSIONARIA). PENDENCIAS DA PLACA
      * PELO CPYRCVP; LISTA DOS RECALLS EM ABERTO NO RELRECAL.
      *-----------------------------------------------------------------
       SELECT RECALVEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCV-CHAVE
                    FILE STATUS  IS ST-RCV.
