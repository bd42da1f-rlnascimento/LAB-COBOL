      *-----------------------------------------------------------------
      * CPYPDGS - SELECT DO ARQUIVO DE PASSAGENS DE PEDAGIO DA TAG
      * (PEDAGIO.DAT). UM REGISTRO POR PASSAGEM DO EXTRATO DA
      * OPERADORA (PLACA+DATA+HORA). CARREGADO PELO IMPPEDAG, COBRADO
      * DO TOMADOR NO FATALOC E SOMADO NO CUSTO DO VEICULO (RELCUSTO).
      *-----------------------------------------------------------------
       SELECT PEDAGIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDG-CHAVE
                    FILE STATUS  IS ST-PDG.
