                03 RA-NUMRESP      PIC 9(09).
                03 RA-FONKEY       PIC X(08).
                03 RA-FILIAL       PIC 9(02).
                03 RA-SITALU       PIC X(01).
                03 RA-DTSITALU     PIC 9(08).
                03 RA-CPFRESP      PIC 9(11).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           MOVE NUMRESP       TO RA-NUMRESP.
           MOVE FONKEY        TO RA-FONKEY.
           MOVE FILIAL        TO RA-FILIAL.
           MOVE SITALU        TO RA-SITALU.
           MOVE DTSITALU      TO RA-DTSITALU.
           MOVE CPFRESP       TO RA-CPFRESP.
           WRITE RA-REGALU.
           GO TO BKP-LER.
      *
