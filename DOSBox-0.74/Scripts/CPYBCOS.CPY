      *-----------------------------------------------------------------
      * CPYBCOS - SELECT DA TABELA DE CONTAS BANCARIAS (BANCO.DAT).
      * UM REGISTRO POR CODIGO (01-99), COM BANCO, AGENCIA E CONTA.
      * MANTIDA EM CADBANCO.COB, NO MOLDE DA TABELA DE TARIFAS, E
      * USADA NO PAGAMENTO DAS CONTAS A PAGAR POR BANCO (CADPAGAR) E,
      * PELO SALDO CONCILIADO, NA PROJECAO DE CAIXA (FLUXOPRJ).
      *-----------------------------------------------------------------
       SELECT BANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCO-COD
                    FILE STATUS  IS ST-BCO.
