      *-----------------------------------------------------------------
      * CPYVISS - SELECT DAS VISTORIAS DE SAIDA E RETORNO
      * (VISTORIA.DAT). UM REGISTRO POR ALOCACAO (CHAVE DO ALOCA.DAT),
      * MOMENTO E ITEM DA CHKITEM.DAT, GRAVADO PELO VISALOC NA SAIDA E
      * NO RETORNO DO VEICULO (CADALOC).
      *-----------------------------------------------------------------
       SELECT VISTORIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VIS-CHAVE
                    FILE STATUS  IS ST-VIS.
