      *-----------------------------------------------------------------
      * CPYEDVR - REGISTRO DO CADASTRO DE EMAILS DEVOLVIDOS
      * (EMAILDEV.DAT). DATAS EM AAAAMMDD.
      *-----------------------------------------------------------------
       FD EMAILDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMAILDEV.DAT".
       01 REGEDV.
                03 EDV-APELIDO         PIC X(12).
                03 EDV-EMAIL           PIC X(35).
                03 EDV-PRIMEIRA        PIC 9(08).
                03 EDV-ULTIMA          PIC 9(08).
                03 EDV-QTD             PIC 9(03).
                03 EDV-MOTIVO          PIC X(30).
