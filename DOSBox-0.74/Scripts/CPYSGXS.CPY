      *-----------------------------------------------------------------
      * CPYSGXS - SELECT DO CADASTRO DE EXCECOES DE SEGURANCA
      * (SEGEXC.DAT). UMA EXCECAO POR DIA + TIPO + OPERADOR +
      * REFERENCIA, GRAVADA PELO SEGANOM NA ESTEIRA DA NOITE (A MESMA
      * EXCECAO ACHADA DE NOVO NAO DUPLICA NEM PERDE A REVISAO) E
      * REVISADA, COM COMENTARIO, PELO DONO NO SEGREV.
      *-----------------------------------------------------------------
       SELECT SEGEXC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SGX-CHAVE
                    FILE STATUS  IS ST-SGX.
