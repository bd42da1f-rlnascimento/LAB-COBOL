      *-----------------------------------------------------------------
      * CPYPMVS - SELECT DO HISTORICO DE MOVIMENTOS DE PNEU
      * (PNEUMOV.DAT): MONTAGEM, RODIZIO, DESMONTAGEM, DESCARTE E
      * RECAPAGEM, UM REGISTRO POR EVENTO (FOGO + DATA + SEQUENCIA).
      * A CHAVE ALTERNATIVA PMV-PLACA LEVA O RELCUSTO AOS CUSTOS DE
      * PNEU LANCADOS EM CADA VEICULO.
      *-----------------------------------------------------------------
       SELECT PNEUMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PMV-CHAVE
                    ALTERNATE RECORD KEY IS PMV-PLACA
                                                      WITH DUPLICATES
                    FILE STATUS  IS ST-PMV.
