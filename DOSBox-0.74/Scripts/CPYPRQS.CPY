      *-----------------------------------------------------------------
      * CPYPRQS - SELECT DA FILA DE PEDIDOS DE RELATORIO (PEDREL.DAT).
      * O OPERADOR PEDE NO BALCAO, PELO PEDREL, UM RELATORIO LONGO COM
      * OS PARAMETROS JA PREENCHIDOS; O JOBCTRL RODA OS PENDENTES NA
      * JANELA DA NOITE, DEPOIS DA ESTEIRA, E ANOTA O RESULTADO.
      *-----------------------------------------------------------------
       SELECT PEDREL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRQ-CHAVE
                    FILE STATUS  IS ST-PRQ.
