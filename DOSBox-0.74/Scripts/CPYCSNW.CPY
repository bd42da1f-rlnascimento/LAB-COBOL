      *-----------------------------------------------------------------
      * CPYCSNW - CAMPOS DE WORKING-STORAGE DA CONFERENCIA DE
      * CONSENTIMENTO (VER CPYCSNP). O PROGRAMA MOVE APELIDO, CANAL E
      * FINALIDADE PARA W-CSNAPELIDO/W-CSNCANAL/W-CSNFINAL, PERFORMA
      * CSN-VER THRU CSN-VER-FIM E OLHA W-CSNOK (S = PODE MANDAR).
      * W-CSNSEM CONTA OS PULADOS POR FALTA DE CONSENTIMENTO.
      *-----------------------------------------------------------------
       77 ST-CSN       PIC X(02) VALUE "00".
       77 W-CSNDISP    PIC X(01) VALUE "N".
       77 W-CSNAPELIDO PIC X(12) VALUE SPACES.
       77 W-CSNCANAL   PIC X(01) VALUE SPACES.
       77 W-CSNFINAL   PIC X(01) VALUE SPACES.
       77 W-CSNOK      PIC X(01) VALUE "S".
       77 W-CSNSEM     PIC 9(06) VALUE ZEROS.
