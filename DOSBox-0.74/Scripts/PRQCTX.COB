       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRQCTX.
      **************************************
      *  CONTEXTO DO PEDIDO DE RELATORIO   *
      *  EM EXECUCAO (SUBPROGRAMA)         *
      **************************************
      *----------------------------------------------------------------
      * GUARDA, ENTRE UMA CHAMADA E OUTRA, O PEDIDO DE PEDREL.DAT QUE
      * O JOBCTRL ESTA RODANDO, PARA O RELATORIO CHAMADO SABER QUE
      * NAO HA OPERADOR NO TECLADO E PEGAR OS PARAMETROS PEDIDOS.
      * CAMPOS NO CPYPRQW:
      *   CALL "PRQCTX" USING W-PRQFUNC W-PRQCTX
      *   G = GUARDA O CONTEXTO RECEBIDO; L = DEVOLVE O GUARDADO (SEM
      *   NENHUM, W-PRQATIVO VOLTA N); Z = ESQUECE O GUARDADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-TEMCTX       PIC X(01) VALUE "N".
       01 W-GUARDA       PIC X(86) VALUE SPACES.
       LINKAGE SECTION.
       01 W-FUNC         PIC X(01).
       01 W-CTX          PIC X(86).
       PROCEDURE DIVISION USING W-FUNC W-CTX.
       INICIO.
           IF W-FUNC = "G"
               MOVE W-CTX TO W-GUARDA
               MOVE "S" TO W-TEMCTX
               GOBACK.
           IF W-FUNC = "Z"
               MOVE SPACES TO W-GUARDA
               MOVE "N" TO W-TEMCTX
               GOBACK.
           IF W-FUNC NOT = "L"
               GOBACK.
           IF W-TEMCTX = "S"
               MOVE W-GUARDA TO W-CTX
           ELSE
               MOVE "N" TO W-CTX (1:1).
           GOBACK.
