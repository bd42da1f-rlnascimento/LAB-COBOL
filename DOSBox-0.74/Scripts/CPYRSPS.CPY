      *-----------------------------------------------------------------
      * CPYRSPS - SELECT DO CADASTRO DE RESPONSAVEIS FINANCEIROS
      * (RESPONS.DAT), CHAVE CPF. MANTIDO PELO CADRESP; LIDO PELOS
      * PROGRAMAS DE COBRANCA (BOLREM, COBRANCA, CARNE, RELINAD) VIA
      * CPYRSPP PARA AGRUPAR OS IRMAOS NUM SO PAGADOR.
      *-----------------------------------------------------------------
       SELECT RESPONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSP-CPF
                    LOCK MODE    IS AUTOMATIC
                    FILE STATUS  IS ST-RSP.
