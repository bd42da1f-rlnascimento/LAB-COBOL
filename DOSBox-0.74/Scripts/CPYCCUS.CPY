      *-----------------------------------------------------------------
      * CPYCCUS - SELECT DO CADASTRO DE CENTROS DE CUSTO (CCUSTO.DAT).
      * UM REGISTRO POR DEPARTAMENTO QUE USA A FROTA: CODIGO, NOME E O
      * RESPONSAVEL QUE RECEBE O EXTRATO DO RATEIO. MANTIDO EM
      * CADCCUST.COB; O MOTORISTA TEM UM CENTRO PADRAO (CADMOTOR), A
      * SAIDA DO VEICULO GRAVA O CENTRO NA ALOCACAO (CADALOC) E O
      * RATCCUS DISTRIBUI OS CUSTOS DO MES POR CENTRO.
      *-----------------------------------------------------------------
       SELECT CCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCU-COD
                    FILE STATUS  IS ST-CCU.
