      *-----------------------------------------------------------------
      * CPYFINR - REGISTRO DO CONTRATO DE FINANCIAMENTO (FINANC.DAT).
      * FIN-TIPO: F=FINANCIAMENTO (CDC), L=LEASING. FIN-TAXA E A TAXA
      * MENSAL EM PERCENTUAL (1,2500 = 1,25% A.M.); FIN-VALPARC E A
      * PRESTACAO FIXA DA TABELA PRICE. FIN-SITUACAO: A=EM ABERTO
      * (GRAVAME ATIVO), Q=QUITADO EM FIN-DATAQUIT (AAAAMMDD).
      *-----------------------------------------------------------------
       FD FINANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FINANC.DAT".
       01 REGFIN.
                03 FIN-CHAVE.
                    05 FIN-PLACA       PIC X(07).
                    05 FIN-CONTRATO    PIC X(15).
                03 FIN-TIPO            PIC X(01).
                03 FIN-BANCO           PIC X(30).
                03 FIN-VALOR           PIC 9(08)V99.
                03 FIN-TAXA            PIC 9(02)V9(04).
                03 FIN-PARCELAS        PIC 9(03).
                03 FIN-VALPARC         PIC 9(08)V99.
                03 FIN-VENC1           PIC 9(08).
                03 FIN-DATACONTR       PIC 9(08).
                03 FIN-SITUACAO        PIC X(01).
                03 FIN-DATAQUIT        PIC 9(08).
                03 FIN-OPERADOR        PIC X(12).
