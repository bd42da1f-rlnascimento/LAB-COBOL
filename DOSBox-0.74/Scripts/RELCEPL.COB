      **************************************
      *  LISTAGEM DE CEP POR UF/CIDADE     *
      **************************************
      *----------------------------------------------------------------
      * PEDIDO PELA FILA DA NOITE (PEDREL, RODADO PELO JOBCTRL), O
      * SPOOL SAI COM O NOME DADO NO PEDIDO E NO NOME DE QUEM PEDIU;
      * ERRO DE ABERTURA DEVOLVE RC 8.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-UFANT        PIC X(02) VALUE SPACES.
       77 W-QTDUF        PIC 9(06) VALUE ZEROS.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
           COPY CPYPRQW.
       01 LINCAB1                      PIC X(80).
       01 LINCAB2                      PIC X(80).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "L" TO W-PRQFUNC
           CALL "PRQCTX" USING W-PRQFUNC W-PRQCTX
           OPEN OUTPUT RELCEP
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCEPL.TXT - ST=" ST-REL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "RELCEPL.SPL" TO W-SPLNOME
           IF W-PRQATIVO = "S"
               MOVE W-PRQSPOOL TO W-SPLNOME
               MOVE W-PRQOPER  TO W-SPLOPER.
           CALL "SPLCTL" USING W-SPLNOME "RELCEPL " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE RELCEP
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           SORT CEPORD ON ASCENDING KEY SRT-UF SRT-CIDADE
                       ON ASCENDING KEY SRT-LOGRADOURO
       RCL-FECHAUF-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO JOBCTRL (FILA DE PEDIDOS)
      *        DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
