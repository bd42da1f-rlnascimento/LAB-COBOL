      *-----------------------------------------------------------------
      * CPYMTRR - REGISTRO DO ARQUIVO DE MOTORISTAS (MOTORIST.DAT).
      * MTR-VALIDADE EM AAAAMMDD. MTR-CCUSTO E O CENTRO DE CUSTO
      * PADRAO DO MOTORISTA (CCUSTO.DAT), SUGERIDO NA SAIDA DO VEICULO.
      *-----------------------------------------------------------------
       FD MOTORIST
               LABEL RECORD IS STANDARD
                03 MTR-CNH             PIC X(11).
                03 MTR-CATEG           PIC X(02).
                03 MTR-VALIDADE        PIC 9(08).
                03 MTR-CCUSTO          PIC X(06).
