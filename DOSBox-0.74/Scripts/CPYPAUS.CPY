      *-----------------------------------------------------------------
      * CPYPAUS - SELECT DO CONTROLE DE PAUTAS DE NOTAS (PAUTA.DAT).
      * UMA PAUTA ESPERADA POR ANO+DISCIPLINA+TURMA+BIMESTRE, GERADA
      * PELO GERPAUTA A PARTIR DE TURMA.DAT (PROFESSOR DA TURMA E
      * PRAZO DE ENTREGA). O NOTACARG DA A PAUTA COMO RECEBIDA QUANDO
      * AS LINHAS DELA ENTRAM, O RELPEND LISTA AS ATRASADAS POR
      * PROFESSOR E O RELBOLE NAO SAI COM PAUTA DO BIMESTRE EM ABERTO
      * SEM A LIBERACAO DE UM SUPERVISOR.
      *-----------------------------------------------------------------
       SELECT PAUTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAU-CHAVE
                    FILE STATUS  IS ST-PAU.
