      *-----------------------------------------------------------------
      * CPYEMVR - REGISTRO DOS MOVIMENTOS DO ALMOXARIFADO (ESTMOV.DAT).
      * EMV-TIPO: E=ENTRADA (NOTA EMV-NFNUM DO FORNECEDOR EMV-CODFOR,
      * EMV-CUSTOUNIT = PRECO DA NOTA), S=SAIDA PARA O VEICULO
      * EMV-PLACA, LIGADA A ORDEM DE SERVICO (EMV-OSNUM) OU A
      * MANUTENCAO DE MANUVEIC.DAT (EMV-MNTDATA + EMV-MNTSEQ) QUE
      * CONSUMIU A PECA, A=AJUSTE DE INVENTARIO (EMV-SINAL + OU -).
      * NA SAIDA E NO AJUSTE EMV-CUSTOUNIT E O CUSTO MEDIO DO MOMENTO.
      * EMV-VALOR = QUANTIDADE X CUSTO UNITARIO. EMV-SALDOANT E O SALDO
      * DA PECA ANTES DO MOVIMENTO. SO A SAIDA TEM PLACA.
      *-----------------------------------------------------------------
       FD ESTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTMOV.DAT".
       01 REGEMV.
                03 EMV-CHAVE.
                    05 EMV-COD         PIC X(08).
                    05 EMV-DATA        PIC 9(08).
                    05 EMV-SEQ         PIC 9(03).
                03 EMV-TIPO            PIC X(01).
                03 EMV-SINAL           PIC X(01).
                03 EMV-QTD             PIC 9(07)V99.
                03 EMV-CUSTOUNIT       PIC 9(06)V9999.
                03 EMV-VALOR           PIC 9(08)V99.
                03 EMV-SALDOANT        PIC 9(07)V99.
                03 EMV-CODFOR          PIC 9(14).
                03 EMV-NFNUM           PIC X(12).
                03 EMV-PLACA           PIC X(07).
                03 EMV-OSNUM           PIC 9(06).
                03 EMV-MNTDATA         PIC 9(08).
                03 EMV-MNTSEQ          PIC 9(02).
                03 EMV-OPERADOR        PIC X(12).
