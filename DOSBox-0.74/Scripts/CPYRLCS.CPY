      *-----------------------------------------------------------------
      * CPYRLCS - SELECT DO ARQUIVO DE VINCULOS ENTRE AMIGOS
      * (RELACAO.DAT): CHAVE APELIDO + OUTRO APELIDO. TODO VINCULO E
      * GRAVADO DOS DOIS LADOS (A-B COM O TIPO, B-A COM O TIPO
      * INVERSO DE TIPOREL.DAT), PARA QUE CADA AMIGO ENXERGUE OS SEUS
      * VINCULOS SO PELO PROPRIO APELIDO. MANTIDO PELO P2017N01 (F4);
      * A ARVORE DE INDICACOES SAI NO RELINDIC.
      *-----------------------------------------------------------------
       SELECT RELACAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RLC-CHAVE
                    FILE STATUS  IS ST-RLC.
