           MOVE RA-FALTA3     TO MAT-FALTA3.
           MOVE RA-FALTA4     TO MAT-FALTA4.
           MOVE RA-NOTAREC    TO MAT-NOTAREC.
           MOVE SPACES        TO MAT-SITUACAO.
           WRITE REGMAT
           IF ST-MAT = "00"
               ADD 1 TO W-GRAVADOS
