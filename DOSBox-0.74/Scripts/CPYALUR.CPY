      * IDENTIDADE DO ALUNO. AS NOTAS, FALTAS E NOTAREC DE CADA
      * DISCIPLINA MORAM EM MATRICUL.DAT (CPYMATR) DESDE A SEPARACAO
      * DA MATRICULA - UM ALUNO, VARIAS DISCIPLINAS, UM SO CODALU.
      * SITALU E A SITUACAO DO ALUNO NA ESCOLA: EM BRANCO OU A =
      * ATIVO (O DE SEMPRE), C = CANCELADO, T = TRANCADO, COM A DATA
      * DA ULTIMA MUDANCA EM DTSITALU. SO O CADSAIDA MUDA A SITUACAO;
      * A HISTORIA FICA EM MOVALU.DAT (CPYMVAR).
      * CPFRESP APONTA O RESPONSAVEL FINANCEIRO EM RESPONS.DAT
      * (CPYRSPR) - QUEM PAGA; VARIOS IRMAOS APONTAM O MESMO CPF.
      * ZEROS = SEM RESPONSAVEL CADASTRADO (VALE O FONERESP). O
      * VINCULO E FEITO NO CADRESP.
      *-----------------------------------------------------------------
       FD ALUNO
               LABEL RECORD IS STANDARD
                    05 NUMRESP     PIC 9(09).
                03 FONKEY          PIC X(08).
                03 FILIAL          PIC 9(02).
                03 SITALU          PIC X(01).
                03 DTSITALU        PIC 9(08).
                03 CPFRESP         PIC 9(11).
