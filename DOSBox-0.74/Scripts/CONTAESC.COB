      * MES, O ARQUIVO DE LANCAMENTOS QUE O PACOTE CONTABIL IMPORTA,
      * NO MESMO LAYOUT FIXO COMBINADO:
      *   TIPO 0 (HEADER)  : "0" + COMPETENCIA (AAAAMM) + ORIGEM
      *   TIPO 1 (DETALHE) : "1" + CODALU + CONTA ("MENS", "MULT"
      *                      OU "JURO") + VALOR
      *                      (9 INTEIROS E 2 DECIMAIS, SEM VIRGULA)
      *   TIPO 9 (TRAILER) : "9" + QUANTIDADE + SOMA (HASH)
      * SAI UM CREDITO POR MENSALIDADE PAGA DA COMPETENCIA
      * (MEN-VALORPAG / MEN-DATAPAG PREENCHIDOS), SOB O CODIGO DE
      * CONTA DE RECEITA DE MENSALIDADES, PELO PRINCIPAL. A MULTA E
      * OS JUROS DE MORA RECEBIDOS NA BAIXA (MEN-MULTA/MEN-JUROS) SAEM
      * EM LANCAMENTOS PROPRIOS, CONTAS "MULT" E "JURO", PARA O
      * CONTADOR LEVAR CADA UM A SUA CONTA. O RELATORIO DE CONFERENCIA
      * CONTAESC.REL SAI JUNTO, COM OS MESMOS TOTAIS, PARA A
      * CONTABILIDADE BATER O ARQUIVO - ACABA A REDIGITACAO DA
      * RECEITA A PARTIR DO PAPEL.
       77 W-COMPET       PIC 9(06) VALUE ZEROS.
       77 W-DETALHES     PIC 9(06) VALUE ZEROS.
       77 W-SOMAVAL      PIC 9(11)V99 VALUE ZEROS.
       77 W-PRINCIPAL    PIC 9(06)V99 VALUE ZEROS.
      *
       01 CTB-HEADER.
            03 FILLER       PIC X(01) VALUE "0".
               GO TO CTB-LER.
           IF MEN-DATAPAG = ZEROS
               GO TO CTB-LER.
           COMPUTE W-PRINCIPAL = MEN-VALORPAG - MEN-MULTA - MEN-JUROS
           MOVE "MENS" TO CD-CONTA
           MOVE W-PRINCIPAL TO CD-VALOR
           PERFORM CTB-LANCA THRU CTB-LANCA-FIM.
           IF MEN-MULTA NOT = ZEROS
               MOVE "MULT" TO CD-CONTA
               MOVE MEN-MULTA TO CD-VALOR
               PERFORM CTB-LANCA THRU CTB-LANCA-FIM.
           IF MEN-JUROS NOT = ZEROS
               MOVE "JURO" TO CD-CONTA
               MOVE MEN-JUROS TO CD-VALOR
               PERFORM CTB-LANCA THRU CTB-LANCA-FIM.
           GO TO CTB-LER.
      *
      *        UM LANCAMENTO (CONTA E VALOR JA MOVIDOS)
       CTB-LANCA.
           MOVE SPACES TO CD-CHAVE
           MOVE MEN-CODALU TO CD-CHAVE (1:5)
           MOVE CTB-DETALHE TO LINCTB
           WRITE LINCTB
           ADD 1 TO W-DETALHES
           MOVE CD-VALOR TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  ALUNO " MEN-CODALU " PAGO EM " MEN-DATAPAG
                  " " CD-CONTA " " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CTB-IMP THRU CTB-IMP-FIM.
       CTB-LANCA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TRAILER E TOTAIS DE CONFERENCIA
