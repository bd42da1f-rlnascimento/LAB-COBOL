      *-----------------------------------------------------------------
      * CPYECNS - SELECT DO CADASTRO COMPLEMENTAR DO CENSO ESCOLAR
      * (CENSOPES.DAT). UM REGISTRO POR ALUNO (TIPO A + CODALU) OU
      * PROFESSOR (TIPO P + PRF-COD) COM OS DADOS PESSOAIS QUE O
      * EDUCENSO EXIGE E QUE ALUNO.DAT E PROFESSO.DAT NAO GUARDAM.
      * MANTIDO NO CADCENSO E LIDO PELO EDUCENSO.
      *-----------------------------------------------------------------
       SELECT CENSOPES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ECN-CHAVE
                    FILE STATUS  IS ST-ECN.
