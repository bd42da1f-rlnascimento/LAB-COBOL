      *-----------------------------------------------------------------
      * CPYOSVS - SELECT DO ARQUIVO DE ORDENS DE SERVICO (ORDSERV.DAT).
      * UM REGISTRO POR OS (NUMERO DA SEQUENCIA "ORDSERV" DE
      * CONTROLE.DAT). A CHAVE ALTERNATIVA OSV-PLACA LEVA O CADALOC E
      * O CADRESER AS OS EM ABERTO DO VEICULO (CPYOSVP) E O RELOSERV
      * AS OS NA ORDEM DE PLACA. MANTIDO PELO CADOSERV.
      *-----------------------------------------------------------------
       SELECT ORDSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OSV-NUMERO
                    ALTERNATE RECORD KEY IS OSV-PLACA
                                                      WITH DUPLICATES
                    FILE STATUS  IS ST-OSV.
