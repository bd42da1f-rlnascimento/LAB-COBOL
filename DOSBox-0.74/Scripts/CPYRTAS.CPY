      *-----------------------------------------------------------------
      * CPYRTAS - SELECT DO CADASTRO DE ROTAS DO TRANSPORTE ESCOLAR
      * (ROTA.DAT). UMA ROTA POR CODIGO, COM A VAN DA FROTA
      * (VEICULO.DAT), O MOTORISTA (MOTORIST.DAT), OS HORARIOS DA
      * MANHA E DA TARDE, A LOTACAO E A TAXA MENSAL DO TRANSPORTE.
      * MANTIDO EM CADROTA.COB; OS ALUNOS DE CADA ROTA FICAM EM
      * PARADA.DAT (CADPARAD), A FOLHA DA VAN SAI NO RELROTA, O USO
      * DIARIO DA VAN VAI PARA ALOCA.DAT PELO ROTAALOC E A TAXA ENTRA
      * NA MENSALIDADE PELO GERAMENS.
      *-----------------------------------------------------------------
       SELECT ROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RTA-CODIGO
                    FILE STATUS  IS ST-RTA.
