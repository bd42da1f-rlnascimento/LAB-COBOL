      *-----------------------------------------------------------------
      * CPYTXPS - SELECT DA TABELA DE VALOR DA HORA-AULA POR PROFESSOR
      * (TAXAPROF.DAT). UM REGISTRO POR CODIGO DE PROFESSOR
      * (PROFESSO.DAT), COM O VALOR PAGO POR AULA DADA. MANTIDA EM
      * CADHAULA.COB, NO MOLDE DA TABELA DE TARIFAS, E APLICADA PELA
      * FOLHA MENSAL DE HORA-AULA (FOLHAPRF.COB).
      *-----------------------------------------------------------------
       SELECT TAXAPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TXP-PROF
                    FILE STATUS  IS ST-TXP.
