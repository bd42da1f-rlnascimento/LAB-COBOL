           MOVE MEN-VALPAG-OLD  TO MEN-VALORPAG.
           MOVE MEN-DATAPAG-OLD TO MEN-DATAPAG.
           MOVE ZEROS           TO MEN-ACORDO.
           MOVE SPACES          TO MEN-SITUACAO.
           MOVE ZEROS           TO MEN-MULTA MEN-JUROS.
           MOVE ZEROS           TO MEN-REMESSA.
           WRITE REGMEN
           IF ST-MEN = "00"
               ADD 1 TO W-GRAVADOS
