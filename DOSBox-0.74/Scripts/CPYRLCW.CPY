      *-----------------------------------------------------------------
      * CPYRLCW - CAMPOS DE WORKING-STORAGE DA MANUTENCAO EM LOTE DOS
      * VINCULOS DE UM AMIGO (VER CPYRLCP): W-RLCAPE E O APELIDO
      * TRATADO, W-RLCNOVO O APELIDO QUE HERDA OS VINCULOS NA FUSAO,
      * W-RLCQTD OS VINCULOS REMOVIDOS OU TRANSFERIDOS.
      *-----------------------------------------------------------------
       77 ST-RLC         PIC X(02) VALUE "00".
       77 W-RLCAPE       PIC X(12) VALUE SPACES.
       77 W-RLCNOVO      PIC X(12) VALUE SPACES.
       77 W-RLCQTD       PIC 9(04) VALUE ZEROS.
       77 W-RLCOUTRO     PIC X(12) VALUE SPACES.
       77 W-RLCTIPO      PIC 9(02) VALUE ZEROS.
       77 W-RLCTIPINV    PIC 9(02) VALUE ZEROS.
       77 W-RLCDATA      PIC 9(08) VALUE ZEROS.
       77 W-RLCOPER      PIC X(12) VALUE SPACES.
