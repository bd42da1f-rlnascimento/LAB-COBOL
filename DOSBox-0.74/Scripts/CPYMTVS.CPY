      *-----------------------------------------------------------------
      * CPYMTVS - SELECT DA TABELA DE MOTIVOS DE VIAGEM (MOTVIAG.DAT).
      * UM REGISTRO POR MOTIVO DO TRECHO NO DIARIO DE BORDO (VISITA A
      * CLIENTE, ENTREGA, BANCO, PARTICULAR...), COM O TIPO QUE SEPARA
      * O KM A SERVICO DO KM PARTICULAR. MANTIDA EM CADMOTV.COB; OS
      * MOTIVOS ATIVOS SAO ACEITOS PELO DIABORDO, CHAMADO NO RETORNO
      * DO CADALOC.
      *-----------------------------------------------------------------
       SELECT MOTVIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MTV-COD
                    FILE STATUS  IS ST-MTV.
