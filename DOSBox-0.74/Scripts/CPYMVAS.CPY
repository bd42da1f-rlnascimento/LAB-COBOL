      *-----------------------------------------------------------------
      * CPYMVAS - SELECT DO ARQUIVO DE MOVIMENTACAO DE ALUNOS
      * (MOVALU.DAT). UM REGISTRO POR ENTRADA, CANCELAMENTO,
      * TRANCAMENTO OU RETORNO, NA ORDEM DATA+ALUNO+SEQ - O RELMOVAL
      * LE UM MES INTEIRO COM UM START NO PRIMEIRO DIA. GRAVADO SO
      * PELO SUBPROGRAMA MVAREG.
      *-----------------------------------------------------------------
       SELECT MOVALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MVA-CHAVE
                    FILE STATUS  IS ST-MVA.
