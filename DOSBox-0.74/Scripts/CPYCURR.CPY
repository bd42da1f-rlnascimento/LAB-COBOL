      *-----------------------------------------------------------------
      * CPYCURR - REGISTRO DO ARQUIVO DE GRADE CURRICULAR
      * (CURRICUL.DAT). CUR-PESO E O PESO DA DISCIPLINA NA MEDIA
      * GERAL DO ALUNO NO QUADRO DE HONRA (RELHONRA); ZERO = PESO 1.
      *-----------------------------------------------------------------
       FD CURRICUL
               LABEL RECORD IS STANDARD
                03 CUR-DISCIPLINA      PIC X(20).
                03 CUR-PROXIMA         PIC X(20).
                03 CUR-NIVEL           PIC 9(02).
                03 CUR-PESO            PIC 9(02).
