      *-----------------------------------------------------------------
      * CPYSCOS - SELECT DA PONTUACAO TRIMESTRAL DOS MOTORISTAS
      * (SCORE.DAT). UM REGISTRO POR CPF, REGRAVADO POR INTEIRO A CADA
      * RODADA DO RELSCORE (VALE O ULTIMO TRIMESTRE APURADO). O
      * CADALOC LE NA SAIDA DO VEICULO E AVISA QUANDO O MOTORISTA
      * ESTA ABAIXO DO MINIMO.
      *-----------------------------------------------------------------
       SELECT SCORE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SCO-CPF
                    FILE STATUS  IS ST-SCO.
