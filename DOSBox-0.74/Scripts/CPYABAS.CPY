      * CPYABAS - SELECT DO ARQUIVO DE ABASTECIMENTOS (ABASTEC.DAT).
      * UM REGISTRO POR ABASTECIMENTO, CHAVE PLACA+DATA+HORA. LANCADO
      * EM CADABAS.COB (QUE NAO DEIXA O ODOMETRO ANDAR PARA TRAS) E
      * TOTALIZADO NO RELCOMB.COB (KM/L E CUSTO POR KM). O JOB NOTURNO
      * ABACHECA.COB ACUSA OS SUSPEITOS EM INVESTIG.DAT (CPYINVS).
      *-----------------------------------------------------------------
       SELECT ABASTEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
