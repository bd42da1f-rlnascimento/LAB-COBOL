      *-----------------------------------------------------------------
      * CPYEXAS - SELECT DO ARQUIVO DE EX-ALUNOS (EXALUNO.DAT). UM
      * REGISTRO POR ALUNO APROVADO QUE O EXALUPRO PROPOS COMO AMIGO
      * NO FIM DO TERMO; O CONFEXAL CONFIRMA OU RECUSA A PROPOSTA. O
      * REGISTRO FICA COMO O ELO ENTRE O CODALU E O APELIDO DO AMIGO
      * (CHAVE ALTERNATIVA EXA-APELIDO, LIDA PELO CONSCPF).
      *-----------------------------------------------------------------
       SELECT EXALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXA-CODALU
                    ALTERNATE RECORD KEY IS EXA-APELIDO
                                                      WITH DUPLICATES
                    FILE STATUS  IS ST-EXA.
