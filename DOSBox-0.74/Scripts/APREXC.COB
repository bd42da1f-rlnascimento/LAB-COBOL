       77 W-REJEITADAS PIC 9(04) VALUE ZEROS.
       77 W-DELOK      PIC X(01) VALUE "N".
           COPY CPYAUDW.
           COPY CPYCPXW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                IF ST-AMI = "00"
                   DELETE CODAMIGO RECORD
                   IF ST-AMI = "00"
                      MOVE "S" TO W-DELOK
                      MOVE "AMIGO"      TO W-CPXARQ
                      MOVE APELIDO      TO W-CPXID
                      MOVE ZEROS        TO W-CPXCEP
                      CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                          W-CPXOK.
                CLOSE CODAMIGO.
       DEL-AMIGO-FIM.
                EXIT.
                IF ST-VEI = "00"
                   DELETE CADVEIC RECORD
                   IF ST-VEI = "00"
                      MOVE "S" TO W-DELOK
                      MOVE "VEICULO"    TO W-CPXARQ
                      MOVE PLACA        TO W-CPXID
                      MOVE ZEROS        TO W-CPXCEP
                      CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                          W-CPXOK.
                CLOSE CADVEIC.
       DEL-VEIC-FIM.
                EXIT.
