      *-----------------------------------------------------------------
      * CPYTURR - REGISTRO DO ARQUIVO DE TURMAS (TURMA.DAT).
      * TUR-DIASEM: 1=SEGUNDA ... 6=SABADO. TUR-HORA EM HHMM.
      * TUR-PROF E O PROFESSOR QUE DA A AULA DA TURMA (PROFESSO.DAT;
      * TEM QUE LECIONAR A DISCIPLINA EM PROFDISC.DAT). EM BRANCO =
      * AINDA SEM PROFESSOR.
      *-----------------------------------------------------------------
       FD TURMA
               LABEL RECORD IS STANDARD
                03 TUR-HORA            PIC 9(04).
                03 TUR-SALA            PIC X(05).
                03 TUR-CAPAC           PIC 9(03).
                03 TUR-PROF            PIC X(05).
