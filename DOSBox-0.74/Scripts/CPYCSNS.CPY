      *-----------------------------------------------------------------
      * CPYCSNS - SELECT DO CADASTRO DE CONSENTIMENTO DE COMUNICACAO
      * (CONSENT.DAT, LGPD): UM REGISTRO POR AMIGO + CANAL + FINALIDADE
      * COM A SITUACAO EM VIGOR (AUTORIZA / NAO QUER MAIS RECEBER), A
      * DATA, O MEIO EM QUE FOI OBTIDO E O OPERADOR. MANTIDO NO
      * CADCONS, QUE GUARDA TODA MUDANCA EM CONSHIST.TXT (CPYCSHS);
      * CONFERIDO PELAS MALAS DIRETAS E LISTAS DE LIGACAO VIA CPYCSNP.
      *-----------------------------------------------------------------
       SELECT CONSENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSN-CHAVE
                    FILE STATUS  IS ST-CSN.
