      *-----------------------------------------------------------------
      * CPYCMSR - REGISTRO DO RESUMO MENSAL DE CUSTO DA FROTA
      * (CUSTMES.DAT). CMS-CATEG USA OS CODIGOS DO ORCAMENTO (CPYOFCW),
      * CADA UM COM A MESMA DATA DE COMPETENCIA DO RELCUSTO:
      *   1 COMBUSTIVEL - ABASTEC.DAT, DATA DO ABASTECIMENTO
      *   2 MANUTENCAO  - MANUVEIC.DAT, DATA DA MANUTENCAO
      *   3 SEGURO      - SEGURO.DAT, PREMIO PELO INICIO DA APOLICE
      *   4 IPVA        - IPVAPAG.DAT, DATA DO PAGAMENTO
      *   5 MULTAS      - MULTA.DAT, DATA DA INFRACAO
      * LITROS, ODOMETROS E KM (MAIOR MENOS MENOR ODOMETRO DO MES) SO
      * NA CATEGORIA 1. CMS-QTD = LANCAMENTOS SOMADOS; CMS-DATA = DIA
      * DA ULTIMA ATUALIZACAO.
      *-----------------------------------------------------------------
       FD CUSTMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CUSTMES.DAT".
       01 REGCMS.
                03 CMS-CHAVE.
                    05 CMS-PLACA       PIC X(07).
                    05 CMS-COMP        PIC 9(06).
                    05 CMS-CATEG       PIC 9(01).
                03 CMS-VALOR           PIC 9(09)V99.
                03 CMS-LITROS          PIC 9(07)V99.
                03 CMS-KM              PIC 9(07).
                03 CMS-ODOMIN          PIC 9(07).
                03 CMS-ODOMAX          PIC 9(07).
                03 CMS-QTD             PIC 9(05).
                03 CMS-DATA            PIC 9(08).
