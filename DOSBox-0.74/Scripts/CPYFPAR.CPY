      *-----------------------------------------------------------------
      * CPYFPAR - REGISTRO DA PARCELA DO FINANCIAMENTO (FINPARC.DAT).
      * FPA-VALOR = FPA-JUROS + FPA-AMORT; FPA-SALDO E O SALDO DEVEDOR
      * DEPOIS DA PARCELA. FPA-DATAPAG = ZEROS SIGNIFICA PARCELA EM
      * ABERTO. FPA-BAIXA: P=PAGA, Q=LIQUIDADA NA QUITACAO ANTECIPADA
      * (SO O PRINCIPAL, SEM OS JUROS). FPA-CONTAB: COMPETENCIA
      * (AAAAMM) EM QUE O FINCTB LANCOU A PARCELA - LANCADA, A BAIXA
      * NAO E MAIS ESTORNADA.
      *-----------------------------------------------------------------
       FD FINPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FINPARC.DAT".
       01 REGFPA.
                03 FPA-CHAVE.
                    05 FPA-PLACA       PIC X(07).
                    05 FPA-CONTRATO    PIC X(15).
                    05 FPA-NUM         PIC 9(03).
                03 FPA-VENCTO          PIC 9(08).
                03 FPA-VALOR           PIC 9(08)V99.
                03 FPA-JUROS           PIC 9(08)V99.
                03 FPA-AMORT           PIC 9(08)V99.
                03 FPA-SALDO           PIC 9(08)V99.
                03 FPA-DATAPAG         PIC 9(08).
                03 FPA-BAIXA           PIC X(01).
                03 FPA-CONTAB          PIC 9(06).
