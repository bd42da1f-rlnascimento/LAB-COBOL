      *-----------------------------------------------------------------
      * CPYCMSS - SELECT DO RESUMO MENSAL DE CUSTO DA FROTA
      * (CUSTMES.DAT), CHAVE PLACA + COMPETENCIA + CATEGORIA. UM
      * REGISTRO JUNTA TODOS OS LANCAMENTOS DA PLACA NO MES NAQUELA
      * CATEGORIA, PARA OS RELATORIOS DE PERIODO (RELCUSTO, RELCOMB,
      * RELMANU, RELSUBST, RELORCFR) NAO RELEREM O HISTORICO INTEIRO.
      * ATUALIZADO TODA NOITE PELO CUSTAGR E REFEITO/CONFERIDO PELO
      * CUSTREFZ (ROTINAS EM CPYCMSP).
      *-----------------------------------------------------------------
       SELECT CUSTMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMS-CHAVE
                    FILE STATUS  IS ST-CMS.
