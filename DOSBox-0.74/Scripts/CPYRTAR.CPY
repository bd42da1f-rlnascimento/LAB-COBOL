      *-----------------------------------------------------------------
      * CPYRTAR - REGISTRO DO CADASTRO DE ROTAS (ROTA.DAT). HORARIOS
      * EM HHMM (SAIDA DA PRIMEIRA PARADA E CHEGADA); TURNO COM O
      * INICIO ZERADO = A ROTA NAO RODA NAQUELE TURNO. RTA-CAPAC E O
      * NUMERO DE LUGARES PARA ALUNOS. RTA-TAXA E O VALOR MENSAL
      * SOMADO A MENSALIDADE DE CADA ALUNO DA ROTA. RTA-SITUACAO EM
      * BRANCO = ATIVA, I = INATIVA (NAO GERA ALOCACAO NEM TAXA).
      *-----------------------------------------------------------------
       FD ROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROTA.DAT".
       01 REGRTA.
                03 RTA-CODIGO          PIC X(04).
                03 RTA-DESCR           PIC X(30).
                03 RTA-PLACA           PIC X(07).
                03 RTA-CPFMOT          PIC 9(11).
                03 RTA-MANHA.
                    05 RTA-MANHAINI    PIC 9(04).
                    05 RTA-MANHAFIM    PIC 9(04).
                03 RTA-TARDE.
                    05 RTA-TARDEINI    PIC 9(04).
                    05 RTA-TARDEFIM    PIC 9(04).
                03 RTA-CAPAC           PIC 9(02).
                03 RTA-TAXA            PIC 9(06)V99.
                03 RTA-SITUACAO        PIC X(01).
