      *-----------------------------------------------------------------
      * CPYEMPW - CAMPOS DE WORKING-STORAGE DA CONTAGEM DE ITENS AINDA
      * EMPRESTADOS A UM AMIGO (VER CPYEMPP).
      *-----------------------------------------------------------------
       77 ST-EMP         PIC X(02) VALUE "00".
       77 W-EMPAPE       PIC X(12) VALUE SPACES.
       77 W-EMPABERTO    PIC 9(03) VALUE ZEROS.
