      *-----------------------------------------------------------------
      * CPYEMVS - SELECT DOS MOVIMENTOS DO ALMOXARIFADO (ESTMOV.DAT):
      * ENTRADAS POR NOTA FISCAL, SAIDAS PARA VEICULO E AJUSTES DE
      * INVENTARIO, UM REGISTRO POR MOVIMENTO (PECA + DATA + SEQ). A
      * CHAVE ALTERNATIVA EMV-PLACA LEVA O RELCUSTO AS PECAS QUE CADA
      * VEICULO CONSUMIU.
      *-----------------------------------------------------------------
       SELECT ESTMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMV-CHAVE
                    ALTERNATE RECORD KEY IS EMV-PLACA
                                                      WITH DUPLICATES
                    FILE STATUS  IS ST-EMV.
