      *-----------------------------------------------------------------
      * CPYINVR - REGISTRO DO ARQUIVO DE INVESTIGACAO (INVESTIG.DAT).
      * CHAVE = CHAVE DO ABASTECIMENTO (ABA-CHAVE) + TIPO DA ANOMALIA:
      * T=LITROS ACIMA DO TANQUE      P=PRECO FORA DA MEDIA DO MES
      * K=KM CURTO PARA A AUTONOMIA   C=CONSUMO FORA DA FAIXA
      * G=ABASTECIDO COM O CARRO NA GARAGEM (SEM ALOCACAO ABERTA).
      * INV-CPF/INV-NOME: MOTORISTA COM O CARRO NA HORA (ALO-CPF); NO
      * TIPO G, O ULTIMO QUE DEVOLVEU. INV-SITUACAO: A=ABERTA,
      * R=RESOLVIDA (INV-RESOL, INV-DATARES E INV-OPERADOR PREENCHIDOS).
      *-----------------------------------------------------------------
       FD INVESTIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INVESTIG.DAT".
       01 REGINV.
                03 INV-CHAVE.
                    05 INV-PLACA       PIC X(07).
                    05 INV-DATA        PIC 9(08).
                    05 INV-HORA        PIC 9(06).
                    05 INV-TIPO        PIC X(01).
                03 INV-CPF             PIC 9(11).
                03 INV-NOME            PIC X(35).
                03 INV-LITROS          PIC 9(04)V99.
                03 INV-VALOR           PIC 9(06)V99.
                03 INV-DETALHE         PIC X(40).
                03 INV-DATADET         PIC 9(08).
                03 INV-SITUACAO        PIC X(01).
                03 INV-RESOL           PIC X(02).
                03 INV-OBS             PIC X(30).
                03 INV-DATARES         PIC 9(08).
                03 INV-OPERADOR        PIC X(12).
