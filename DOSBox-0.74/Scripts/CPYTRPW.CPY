      *-----------------------------------------------------------------
      * CPYTRPW - CAMPOS DE TRABALHO DA GRAVACAO DAS PECAS PARA A
      * TRIAGEM POSTAL (VER CPYTRPP). O PROGRAMA PREENCHE W-TRPORIGEM
      * E W-TRPFORMATO NA LARGADA; A CADA PECA, W-TRPCEP, W-TRPUF E
      * W-TRPCIDADE ANTES DO TRP-INICIA, E W-TRPTEXTO ANTES DE CADA
      * TRP-GRAVA.
      *-----------------------------------------------------------------
       77 ST-TRP       PIC X(02) VALUE "00".
       77 W-TRIAGEM    PIC X(01) VALUE "N".
       77 W-TRPORIGEM  PIC X(08) VALUE SPACES.
       77 W-TRPFORMATO PIC X(01) VALUE "C".
       77 W-TRPPECAS   PIC 9(06) VALUE ZEROS.
       77 W-TRPLIN     PIC 9(03) VALUE ZEROS.
       77 W-TRPCEP     PIC 9(08) VALUE ZEROS.
       77 W-TRPUF      PIC X(02) VALUE SPACES.
       77 W-TRPCIDADE  PIC X(20) VALUE SPACES.
       77 W-TRPTEXTO   PIC X(80) VALUE SPACES.
