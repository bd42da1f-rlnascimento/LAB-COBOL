      *-----------------------------------------------------------------
      * CPYINVS - SELECT DO ARQUIVO DE INVESTIGACAO DE ABASTECIMENTOS
      * (INVESTIG.DAT). UM REGISTRO POR ABASTECIMENTO SUSPEITO E TIPO
      * DE ANOMALIA, GRAVADO PELO JOB NOTURNO ABACHECA E BAIXADO PELO
      * GESTOR DA FROTA NO CADINVES COM O CODIGO DE RESOLUCAO.
      *-----------------------------------------------------------------
       SELECT INVESTIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INV-CHAVE
                    FILE STATUS  IS ST-INV.
