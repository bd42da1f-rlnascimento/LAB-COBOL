           MOVE ZEROS TO MAT-NOTA1 MAT-NOTA2 MAT-NOTA3 MAT-NOTA4
           MOVE ZEROS TO MAT-FALTA1 MAT-FALTA2 MAT-FALTA3
                         MAT-FALTA4 MAT-NOTAREC
           MOVE SPACES TO MAT-TURMA MAT-SITUACAO
           WRITE REGMAT
           IF ST-MAT = "22"
               MOVE "00" TO ST-MAT
