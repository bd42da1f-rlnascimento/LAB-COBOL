       77 W-AMICHAVE     PIC 9(06) VALUE ZEROS.
       77 W-ALUGRAV      PIC 9(06) VALUE ZEROS.
       77 W-VEIGRAV      PIC 9(06) VALUE ZEROS.
           COPY CPYCPXW.
           COPY CPYNRMW.
           COPY CPYFONW.
      *
           DELETE CODAMIGO RECORD
           IF ST-AMI = "00"
               ADD 1 TO W-AMICHAVE
               MOVE "AMIGO"      TO W-CPXARQ
               MOVE W-APELNOVO   TO W-CPXID
               MOVE AMI-CODCEP   TO W-CPXCEP
               CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                   W-CPXOK
               MOVE "AMIGO"      TO W-CPXARQ
               MOVE W-APELVELHO  TO W-CPXID
               MOVE ZEROS        TO W-CPXCEP
               CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                   W-CPXOK
           ELSE
               DISPLAY "ERRO AO EXCLUIR AMIGO " APELIDO
                   " - ST=" ST-AMI.
