      *-----------------------------------------------------------------
      * CPYPRQW - CONTEXTO DO PEDIDO DE RELATORIO (PEDREL.DAT) QUE O
      * JOBCTRL ESTA RODANDO. O JOBCTRL GUARDA O PEDIDO NO SUBPROGRAMA
      * PRQCTX (W-PRQFUNC = G) ANTES DE CHAMAR O RELATORIO E LIMPA
      * DEPOIS (Z); O RELATORIO PERGUNTA LOGO NO INICIO (L):
      *   MOVE "L" TO W-PRQFUNC
      *   CALL "PRQCTX" USING W-PRQFUNC W-PRQCTX
      * COM W-PRQATIVO = S NAO HA NINGUEM NO TECLADO: OS PARAMETROS
      * VEM DE W-PRQPARAM (MESMO LEIAUTE DE PRQ-PARAM, VER CPYPRQR), O
      * SPOOL SAI EM W-PRQSPOOL NO NOME DE W-PRQOPER, E ERRO DEVOLVE
      * RC 8. RODANDO DO MENU, W-PRQATIVO VOLTA N E NADA MUDA.
      *-----------------------------------------------------------------
       77 W-PRQFUNC      PIC X(01) VALUE SPACES.
       01 W-PRQCTX.
            03 W-PRQATIVO   PIC X(01) VALUE "N".
            03 W-PRQCHAVE   PIC 9(11) VALUE ZEROS.
            03 W-PRQOPER    PIC X(12) VALUE SPACES.
            03 W-PRQSPOOL   PIC X(12) VALUE SPACES.
            03 W-PRQPARAM.
                05 W-PRQPERINI  PIC 9(06) VALUE ZEROS.
                05 W-PRQPERFIM  PIC 9(06) VALUE ZEROS.
                05 W-PRQPFIL    PIC 9(02) VALUE ZEROS.
                05 W-PRQEXERC   PIC 9(04) VALUE ZEROS.
                05 W-PRQCODINI  PIC 9(05) VALUE ZEROS.
                05 W-PRQCODFIM  PIC 9(05) VALUE ZEROS.
                05 W-PRQOPC     PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(21) VALUE SPACES.
