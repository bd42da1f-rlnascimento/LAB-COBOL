                03 RA-CODCPF           PIC 9(11).
                03 RA-DATASITU         PIC 9(08).
                03 RA-FILIAL           PIC 9(02).
                03 RA-CODMODELO        PIC 9(03).
                03 RA-ANOMODELO        PIC 9(04).
                03 RA-CHASSI           PIC X(17).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           MOVE CODCPF        TO RA-CODCPF.
           MOVE DATASITU      TO RA-DATASITU.
           MOVE FILIAL        TO RA-FILIAL.
           MOVE CODMODELO     TO RA-CODMODELO.
           MOVE ANOMODELO     TO RA-ANOMODELO.
           MOVE CHASSI        TO RA-CHASSI.
           WRITE RA-REGVEIC.
           GO TO BKP-LER.
      *
