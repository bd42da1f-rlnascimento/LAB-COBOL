      *-----------------------------------------------------------------
      * CPYHORW - CAMPOS DE TRABALHO DA CRITICA DE CHOQUE DE HORARIO
      * ENTRE DUAS TURMAS (VER CPYHORP). QUEM CHAMA O HOR-CHOQUE POE
      * ANO, DIA DA SEMANA E HORARIO (HHMM) DE CADA TURMA EM
      * W-HORANO1/W-HORDIA1/W-HORHORA1 E W-HORANO2/W-HORDIA2/
      * W-HORHORA2 E RECEBE W-HORCHOQUE = S QUANDO AS AULAS SE
      * SOBREPOEM. W-HORAULA E A DURACAO DA AULA EM MINUTOS (PARAMETRO
      * AULAMIN, LIDO UMA VEZ PELO HOR-PAR; PADRAO 50).
      *-----------------------------------------------------------------
       77 W-HORAULA      PIC 9(03) VALUE 50.
       77 W-HORPARLIDO   PIC X(01) VALUE "N".
       77 W-HORPNOME     PIC X(10) VALUE SPACES.
       77 W-HORPVALOR    PIC 9(09)V99 VALUE ZEROS.
       77 W-HORPACHOU    PIC X(01) VALUE "N".
       77 W-HORANO1      PIC 9(04) VALUE ZEROS.
       77 W-HORDIA1      PIC 9(01) VALUE ZEROS.
       01 W-HORHORA1     PIC 9(04) VALUE ZEROS.
       01 W-HORHORA1-R REDEFINES W-HORHORA1.
            03 W-HORHH1     PIC 9(02).
            03 W-HORMM1     PIC 9(02).
       77 W-HORANO2      PIC 9(04) VALUE ZEROS.
       77 W-HORDIA2      PIC 9(01) VALUE ZEROS.
       01 W-HORHORA2     PIC 9(04) VALUE ZEROS.
       01 W-HORHORA2-R REDEFINES W-HORHORA2.
            03 W-HORHH2     PIC 9(02).
            03 W-HORMM2     PIC 9(02).
       77 W-HORMIN1      PIC 9(04) VALUE ZEROS.
       77 W-HORMIN2      PIC 9(04) VALUE ZEROS.
       77 W-HORCHOQUE    PIC X(01) VALUE "N".
