       77 W-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 W-ALTERADOS    PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
           COPY CPYCPXW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               REWRITE REGAMIGO
               IF ST-ERRO = "00"
                   ADD 1 TO W-ALTERADOS
                   MOVE "AMIGO"      TO W-CPXARQ
                   MOVE APELIDO      TO W-CPXID
                   MOVE CODCEP       TO W-CPXCEP
                   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                       W-CPXOK
               ELSE
                   ADD 1 TO W-REJEITADOS
                   DISPLAY "ERRO AO REGRAVAR " APELIDO " - ST=" ST-ERRO
