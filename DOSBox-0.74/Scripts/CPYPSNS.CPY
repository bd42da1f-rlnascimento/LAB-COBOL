      *-----------------------------------------------------------------
      * CPYPSNS - SELECT DO ARQUIVO DE PRESENTES TROCADOS COM AMIGOS
      * (PRESENTE.DAT): UM REGISTRO POR PRESENTE DADO OU RECEBIDO,
      * CHAVE APELIDO + DATA + SEQUENCIA DO DIA. MANTIDO NO CADPRESE
      * (QUE TAMBEM MOSTRA O HISTORICO DO AMIGO); OS ULTIMOS DADOS
      * SAEM NO RELANIV E O GASTO DO ANO NO RELPRESE.
      *-----------------------------------------------------------------
       SELECT PRESENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PSN-CHAVE
                    FILE STATUS  IS ST-PSN.
