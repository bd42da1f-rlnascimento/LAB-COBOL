      *-----------------------------------------------------------------
      * CPYORCW - CAMPOS DE WORKING-STORAGE DA APURACAO DE UM EVENTO
      * (VER CPYORCP): PREVISTO E REALIZADO POR CATEGORIA DE DESPESA,
      * CONFIRMADOS (CNV-RSVP = S) E PRESENTES (CNV-PRESENTE = S).
      * W-xxxDISP = "S" QUANDO O ARQUIVO FOI ABERTO PELO PROGRAMA.
      *-----------------------------------------------------------------
       77 ST-ORC         PIC X(02) VALUE "00".
       77 ST-DSP         PIC X(02) VALUE "00".
       77 ST-CNV         PIC X(02) VALUE "00".
       77 W-ORCDISP      PIC X(01) VALUE "N".
       77 W-DSPDISP      PIC X(01) VALUE "N".
       77 W-CNVDISP      PIC X(01) VALUE "N".
       77 W-APUEVE       PIC 9(03) VALUE ZEROS.
       77 W-APUCAT       PIC 9(02) VALUE ZEROS.
       77 W-APUCONF      PIC 9(04) VALUE ZEROS.
       77 W-APUPRES      PIC 9(04) VALUE ZEROS.
       77 W-APUTPREV     PIC 9(07)V99 VALUE ZEROS.
       77 W-APUTREAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-APURA.
            03 W-APU OCCURS 9 TIMES.
                05 W-APUPREV  PIC 9(06)V99.
                05 W-APUREAL  PIC 9(07)V99.
