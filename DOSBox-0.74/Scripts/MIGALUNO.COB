           MOVE ZEROS      TO DDDRESP NUMRESP.
           MOVE SPACES     TO FONKEY.
           MOVE 01         TO FILIAL.
           MOVE SPACES     TO SITALU.
           MOVE ZEROS      TO DTSITALU.
           MOVE ZEROS      TO CPFRESP.
           WRITE REGALU
           IF ST-ERRO = "00"
               ADD 1 TO W-ALUNOS
           MOVE FALTA3-OLD     TO MAT-FALTA3.
           MOVE FALTA4-OLD     TO MAT-FALTA4.
           MOVE NOTAREC-OLD    TO MAT-NOTAREC.
           MOVE SPACES         TO MAT-TURMA MAT-SITUACAO.
           WRITE REGMAT
           IF ST-MAT = "00"
               ADD 1 TO W-MATRIC
