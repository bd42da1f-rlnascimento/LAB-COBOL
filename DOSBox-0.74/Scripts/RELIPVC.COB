      * SEM PAGAMENTO = "NAO PAGO"; VALOR DIFERENTE DO CALCIPVA =
      * "DIVERGENTE" (MOSTRANDO OS DOIS); IGUAL = "OK". FECHA COM O
      * TOTAL DESEMBOLSADO NO EXERCICIO.
      * PEDIDO PELA FILA DA NOITE (PEDREL, RODADO PELO JOBCTRL) NAO
      * PERGUNTA NADA: O EXERCICIO VEM DO PEDIDO, O SPOOL SAI NO NOME
      * DE QUEM PEDIU E ERRO DE ABERTURA DEVOLVE RC 8.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-OKS          PIC 9(06) VALUE ZEROS.
       77 W-TOTPAGO      PIC 9(09)V99 VALUE ZEROS.
           COPY CPYMASC.
           COPY CPYPRQW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELIPVC - CONCILIACAO DE IPVA".
           MOVE "L" TO W-PRQFUNC
           CALL "PRQCTX" USING W-PRQFUNC W-PRQCTX
           IF W-PRQATIVO = "S"
               MOVE W-PRQEXERC TO W-EXERC
               DISPLAY "PEDIDO DA FILA " W-PRQCHAVE " DE " W-PRQOPER
               PERFORM IPC-OP0 THRU IPC-OP0-FIM
               GO TO IPC-LER.
       IPC-EXERC.
           DISPLAY "EXERCICIO (ANO): ".
           MOVE ZEROS TO W-EXERC
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT IPVAPAG
           IF ST-IPG NOT = "00"
               DISPLAY "ERRO AO ABRIR IPVAPAG.DAT - ST=" ST-IPG
               CLOSE CADVEIC
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN OUTPUT RELIPC
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELIPVC.TXT - ST=" ST-REL
               CLOSE CADVEIC IPVAPAG
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "RELIPVC.SPL" TO W-SPLNOME
           IF W-PRQATIVO = "S"
               MOVE W-PRQSPOOL TO W-SPLNOME
               MOVE W-PRQOPER  TO W-SPLOPER.
           CALL "SPLCTL" USING W-SPLNOME "RELIPVC " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE CADVEIC IPVAPAG RELIPC
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "CONCILIACAO DE IPVA - EXERCICIO " W-EXERC
       IPC-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO JOBCTRL (FILA DE PEDIDOS)
      *        DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
