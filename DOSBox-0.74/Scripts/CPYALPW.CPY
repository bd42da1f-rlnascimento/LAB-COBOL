      *-----------------------------------------------------------------
      * CPYALPW - CAMPOS DE TRABALHO DO CONTROLE DE ALCADA (VER
      * CPYALPP). O PROGRAMA MOVE W-ALPFUNCAO E W-ALPVALOR E PERFORMA
      * ALC-CONFERE; VOLTANDO W-ALCOK = "N", PREENCHE W-ALPID,
      * W-ALPMODO E W-ALPIMAGEM E PERFORMA ALP-GRAVA NO LUGAR DA
      * GRAVACAO NORMAL.
      *-----------------------------------------------------------------
       77 ST-ALP       PIC X(02) VALUE "00".
       77 W-ALPFUNCAO  PIC X(04) VALUE SPACES.
       77 W-ALPID      PIC X(25) VALUE SPACES.
       77 W-ALPVALOR   PIC 9(09)V99 VALUE ZEROS.
       77 W-ALPLIMITE  PIC 9(09)V99 VALUE ZEROS.
       77 W-ALPMODO    PIC X(01) VALUE SPACES.
       77 W-ALPIMAGEM  PIC X(150) VALUE SPACES.
       77 W-ALPHORA    PIC 9(08) VALUE ZEROS.
       77 W-ALCOK      PIC X(01) VALUE "S".
