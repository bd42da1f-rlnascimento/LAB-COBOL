      *-----------------------------------------------------------------
      * CPYALPR - REGISTRO DA FILA DE LANCAMENTOS ACIMA DA ALCADA
      * (ALCPEND.DAT). ALP-FUNCAO E A FUNCAO DE CPYALCS E ALP-ID A
      * CHAVE DO LANCAMENTO NO ARQUIVO DE DESTINO:
      *   MANU - PLACA+DATA (O SEQ DO DIA SAI NA APROVACAO)
      *   VEND - PLACA          DESC - CODIGO DO ALUNO
      *   ACOR - CODIGO DO ALUNO PAGA - ALUNO+COMPETENCIA
      * ALP-VALOR E O VALOR COMPARADO COM A ALCADA E ALP-LIMITE A
      * ALCADA DE QUEM LANCOU, NA HORA. ALP-MODO: I=INCLUSAO,
      * A=ALTERACAO DE REGISTRO JA EXISTENTE. ALP-SITUACAO: A=
      * AGUARDANDO ALCADA, P=APROVADO, R=REJEITADO. ALP-IMAGEM GUARDA
      * O REGISTRO PRONTO (NO ACOR, OS DADOS DO ACORDO DE CPYACGW; NA
      * VEND, A POSICAO 124 MARCA "S" A VENDA COM RECALL EM ABERTO).
      *-----------------------------------------------------------------
       FD ALCPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALCPEND.DAT".
       01 REGALP.
                03 ALP-CHAVE.
                    05 ALP-FUNCAO      PIC X(04).
                    05 ALP-ID          PIC X(25).
                    05 ALP-DATA        PIC 9(08).
                    05 ALP-HORA        PIC 9(08).
                03 ALP-OPER            PIC X(12).
                03 ALP-VALOR           PIC 9(09)V99.
                03 ALP-LIMITE          PIC 9(09)V99.
                03 ALP-MODO            PIC X(01).
                03 ALP-SITUACAO        PIC X(01).
                03 ALP-APROV           PIC X(12).
                03 ALP-DATAPROV        PIC 9(08).
                03 ALP-IMAGEM          PIC X(150).
