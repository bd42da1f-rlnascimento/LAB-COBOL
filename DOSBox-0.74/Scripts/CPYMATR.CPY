      * FALTAS E A NOTA DE RECUPERACAO - OS MESMOS CAMPOS QUE ANTES
      * VIVIAM DENTRO DO PROPRIO ALUNO.DAT. MAT-TURMA APONTA A TURMA
      * DA DISCIPLINA (TURMA.DAT); EM BRANCO = DISCIPLINA SEM TURMAS
      * (O COMPORTAMENTO DE SEMPRE). MAT-SITUACAO ACOMPANHA A
      * SITUACAO DO ALUNO (CADSAIDA): EM BRANCO = ATIVA, C = CANCELADA,
      * T = TRANCADA.
      *-----------------------------------------------------------------
       FD MATRICUL
               LABEL RECORD IS STANDARD
                    05 MAT-FALTA4      PIC 9(2).
                03 MAT-NOTAREC         PIC 99V9.
                03 MAT-TURMA           PIC X(03).
                03 MAT-SITUACAO        PIC X(01).
