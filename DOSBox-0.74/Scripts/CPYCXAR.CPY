      *-----------------------------------------------------------------
      * CPYCXAR - REGISTRO DO ARQUIVO DE SESSOES DE CAIXA
      * (CAIXA.DAT). CXA-SITUACAO: A=ABERTA, F=FECHADA.
      * CXA-SAIDAS E O ACUMULADO DAS CONTAS PAGAS EM DINHEIRO NA
      * SESSAO (CADPAGAR, VIA CXASAI), QUE SAI DA GAVETA.
      * CXA-CONCIL = DATA DO LANCAMENTO DO EXTRATO EM QUE O DEPOSITO
      * DA SESSAO (CONTADO MENOS O FUNDO) APARECEU NO BANCO (CONCBCO).
      *-----------------------------------------------------------------
       FD CAIXA
               LABEL RECORD IS STANDARD
                03 CXA-CONTADO         PIC 9(08)V99.
                03 CXA-DIFER           PIC S9(08)V99.
                03 CXA-SITUACAO        PIC X(01).
                03 CXA-SAIDAS          PIC 9(08)V99.
                03 CXA-CONCIL          PIC 9(08).
