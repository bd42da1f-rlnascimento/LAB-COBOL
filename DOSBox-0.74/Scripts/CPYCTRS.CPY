      *-----------------------------------------------------------------
      * CPYCTRS - SELECT DO LIVRO DE CONTRATOS DE PRESTACAO DE
      * SERVICOS EDUCACIONAIS (CONTRATO.DAT). UM REGISTRO POR
      * ANO+ALUNO, GRAVADO PELO IMPCONTR QUANDO O CONTRATO E IMPRESSO:
      * NUMERO, DATA, OPERADOR E OS VALORES QUE SAIRAM NO PAPEL. QUEM
      * NAO TEM REGISTRO NO ANO NAO TEM CONTRATO NA PASTA.
      *-----------------------------------------------------------------
       SELECT CONTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-CHAVE
                    FILE STATUS  IS ST-CTR.
