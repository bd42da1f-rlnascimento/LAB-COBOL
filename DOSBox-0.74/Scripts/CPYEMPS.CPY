      *-----------------------------------------------------------------
      * CPYEMPS - SELECT DO ARQUIVO DE EMPRESTIMOS A AMIGOS
      * (EMPREST.DAT): UM REGISTRO POR ITEM EMPRESTADO (LIVRO,
      * FERRAMENTA, MESA DE FESTA...), CHAVE APELIDO + DATA DO
      * EMPRESTIMO + ITEM. MANTIDO NO CADEMPR; OS ATRASADOS SAEM NO
      * RELEMPR, QUE TAMBEM POE A COBRANCA NA AGENDA (AGENDA.DAT).
      *-----------------------------------------------------------------
       SELECT EMPREST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-CHAVE
                    FILE STATUS  IS ST-EMP.
