      *-----------------------------------------------------------------
      * CPYCKIS - SELECT DA TABELA DE ITENS DA VISTORIA DO VEICULO
      * (CHKITEM.DAT). UM REGISTRO POR ITEM CONFERIDO NA SAIDA E NO
      * RETORNO (NIVEL DE COMBUSTIVEL, LIMPEZA, PNEUS, LUZES,
      * DOCUMENTOS...). MANTIDA EM CADCHKIT.COB; OS ITENS ATIVOS SAO
      * PERGUNTADOS PELO VISALOC, CHAMADO NO CADALOC.
      *-----------------------------------------------------------------
       SELECT CHKITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKI-COD
                    FILE STATUS  IS ST-CKI.
