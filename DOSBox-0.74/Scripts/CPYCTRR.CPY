      *-----------------------------------------------------------------
      * CPYCTRR - REGISTRO DO LIVRO DE CONTRATOS (CONTRATO.DAT).
      * CTR-NUMERO = ANO + SEQUENCIA DO ANO (AAAANNNN). CTR-DATA E A
      * DATA DA PRIMEIRA IMPRESSAO (AAAAMMDD); CTR-VIAS CONTA AS
      * REIMPRESSOES, QUE MANTEM O NUMERO. CTR-VALOR E A MENSALIDADE
      * CHEIA DO ANO E CTR-LIQUIDO A MENSALIDADE COM O DESCONTO DO
      * DESCONTO.DAT VIGENTE NA IMPRESSAO.
      *-----------------------------------------------------------------
       FD CONTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTRATO.DAT".
       01 REGCTR.
                03 CTR-CHAVE.
                    05 CTR-ANO         PIC 9(04).
                    05 CTR-CODALU      PIC 9(05).
                03 CTR-NUMERO          PIC 9(08).
                03 CTR-DATA            PIC 9(08).
                03 CTR-OPERADOR        PIC X(12).
                03 CTR-VALOR           PIC 9(06)V99.
                03 CTR-LIQUIDO         PIC 9(06)V99.
                03 CTR-VIAS            PIC 9(02).
