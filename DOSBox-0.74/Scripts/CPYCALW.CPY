      *-----------------------------------------------------------------
      * CPYCALW - CAMPOS DE TRABALHO DAS ROTINAS DO CALENDARIO ESCOLAR
      * (VER CPYCALP). A DATA EXAMINADA FICA EM W-CALDATA (AAAAMMDD).
      * W-CALACHOU = S QUANDO O CAL-BUSCA ACHOU O TERMO DA DATA (E O
      * DEIXOU EM REGCAL); W-CALLETIVO/W-CALBIM/W-CALMOTIVO SAO A
      * RESPOSTA DO CAL-LETIVO; W-CALDE/W-CALATE/W-CALFILTRO (DIA DA
      * SEMANA, ZERO = TODOS) ENTRAM NO CAL-CONTA, QUE DEVOLVE
      * W-CALQTD.
      *-----------------------------------------------------------------
       77 W-CALACHOU     PIC X(01) VALUE "N".
       77 W-CALLETIVO    PIC X(01) VALUE "N".
       77 W-CALBIM       PIC 9(01) VALUE ZEROS.
       77 W-CALMOTIVO    PIC X(18) VALUE SPACES.
       77 W-CALIX        PIC 9(02) VALUE ZEROS.
       77 W-CALDOW       PIC 9(01) VALUE ZEROS.
       77 W-CALDE        PIC 9(08) VALUE ZEROS.
       77 W-CALATE       PIC 9(08) VALUE ZEROS.
       77 W-CALFILTRO    PIC 9(01) VALUE ZEROS.
       77 W-CALQTD       PIC 9(03) VALUE ZEROS.
       77 W-CALGUARDA    PIC 9(08) VALUE ZEROS.
       77 W-CALFIMMES    PIC 9(02) VALUE ZEROS.
       77 W-CALZA        PIC 9(04) VALUE ZEROS.
       77 W-CALZM        PIC 9(02) VALUE ZEROS.
       77 W-CALZT        PIC 9(05) VALUE ZEROS.
       77 W-CALZ1        PIC 9(04) VALUE ZEROS.
       77 W-CALZ2        PIC 9(04) VALUE ZEROS.
       77 W-CALZ3        PIC 9(04) VALUE ZEROS.
       77 W-CALZ4        PIC 9(04) VALUE ZEROS.
       77 W-CALZQ        PIC 9(05) VALUE ZEROS.
       77 W-CALZR        PIC 9(01) VALUE ZEROS.
       01 W-CALDATA      PIC 9(08) VALUE ZEROS.
       01 W-CALDATA-R REDEFINES W-CALDATA.
            03 W-CALANO     PIC 9(04).
            03 W-CALMES     PIC 9(02).
            03 W-CALDIA     PIC 9(02).
