      *-----------------------------------------------------------------
      * CPYAVRS - SELECT DO REGISTRO DE AVARIAS DOS VEICULOS
      * (AVARIA.DAT). UMA AVARIA POR REGISTRO (PLACA+SEQUENCIA DO
      * VEICULO), ANOTADA NA VISTORIA DE SAIDA OU RETORNO (VISALOC,
      * CHAMADO NO CADALOC) OU AVULSA NO CADAVARI, QUE TAMBEM ABRE O
      * SINISTRO OU A ORDEM DE SERVICO DELA. HISTORICO POR VEICULO E
      * CONTAGEM POR MOTORISTA NO RELAVARI.
      *-----------------------------------------------------------------
       SELECT AVARIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVR-CHAVE
                    FILE STATUS  IS ST-AVR.
