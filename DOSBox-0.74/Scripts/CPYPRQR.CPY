      *-----------------------------------------------------------------
      * CPYPRQR - REGISTRO DA FILA DE PEDIDOS DE RELATORIO (PEDREL.DAT).
      * CHAVE = DATA DO PEDIDO + SEQUENCIA NO DIA, ENTAO A FILA RODA NA
      * ORDEM EM QUE FOI PEDIDA. PRQ-PARAM TEM OS PARAMETROS QUE O
      * RELATORIO PERGUNTARIA NA TELA - CADA UM USA OS SEUS:
      *   RELCUSTO - PRQ-PERINI/PRQ-PERFIM (AAAAMM) E PRQ-OPC (S = LER
      *              O DETALHE DOS LANCAMENTOS)
      *   RELHIST  - PRQ-PFIL (00 = TODAS) E PRQ-CODINI/PRQ-CODFIM
      *   RELIPVC  - PRQ-EXERC
      *   RELCEPL  - NENHUM
      * PRQ-SITU P = PENDENTE, R = RODANDO, E = EXECUTADO, F = FALHOU
      * (PRQ-RC COM O RETURN-CODE), X = CANCELADO PELO OPERADOR.
      * PRQ-SPOOL E O SPOOL DA SAIDA, REGISTRADO EM SPOOLCTL.TXT NO
      * NOME DE QUEM PEDIU.
      *-----------------------------------------------------------------
       FD PEDREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDREL.DAT".
       01 REGPRQ.
                03 PRQ-CHAVE.
                    05 PRQ-DTPED       PIC 9(08).
                    05 PRQ-SEQ         PIC 9(03).
                03 PRQ-HRPED           PIC 9(06).
                03 PRQ-PROG            PIC X(08).
                03 PRQ-OPER            PIC X(12).
                03 PRQ-FILIAL          PIC 9(02).
                03 PRQ-PARAM.
                    05 PRQ-PERINI      PIC 9(06).
                    05 PRQ-PERFIM      PIC 9(06).
                    05 PRQ-PFIL        PIC 9(02).
                    05 PRQ-EXERC       PIC 9(04).
                    05 PRQ-CODINI      PIC 9(05).
                    05 PRQ-CODFIM      PIC 9(05).
                    05 PRQ-OPC         PIC X(01).
                    05 FILLER          PIC X(21).
                03 PRQ-SITU            PIC X(01).
                03 PRQ-RC              PIC 9(03).
                03 PRQ-DTEXE           PIC 9(08).
                03 PRQ-HREXE           PIC 9(06).
                03 PRQ-SPOOL           PIC X(12).
                03 PRQ-CANOPR          PIC X(12).
                03 FILLER              PIC X(20).
