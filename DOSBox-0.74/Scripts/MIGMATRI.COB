           MOVE MAT-FALTA4-OLD  TO MAT-FALTA4.
           MOVE MAT-NOTAREC-OLD TO MAT-NOTAREC.
           MOVE SPACES          TO MAT-TURMA.
           MOVE SPACES          TO MAT-SITUACAO.
           WRITE REGMAT
           IF ST-MAT = "00"
               ADD 1 TO W-GRAVADOS
