      *-----------------------------------------------------------------
      * CPYFORS - SELECT DO CADASTRO DE FORNECEDORES (FORNEC.DAT),
      * CHAVE CNPJ/CPF (FOR-DOC, 14 DIGITOS; CPF ALINHADO A DIREITA).
      * A CHAVE ALTERNATIVA FOR-FANTASIA ATENDE A PESQUISA POR NOME
      * DOS LANCAMENTOS (CPYFORP). MANTIDO PELO CADFORN.
      *-----------------------------------------------------------------
       SELECT FORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-DOC
                    ALTERNATE RECORD KEY IS FOR-FANTASIA
                                                      WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.
