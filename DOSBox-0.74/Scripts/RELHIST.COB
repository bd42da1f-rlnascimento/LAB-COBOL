      * BLOCO DE ASSINATURA DA SECRETARIA NO PE DA PAGINA. A SAIDA
      * VAI PARA RELHIST.TXT E PARA A IMPRESSORA, UMA PAGINA POR
      * ALUNO (SALTO DE PAGINA NO CABECALHO).
      * A ESCOLA INTEIRA (OU UMA FAIXA DE CODALU, DE UMA FILIAL OU DE
      * TODAS) SE PEDE PELA FILA DA NOITE (PEDREL, RODADO PELO
      * JOBCTRL): SEM TELA, O PROGRAMA PERCORRE ALUNO.DAT NA FAIXA DO
      * PEDIDO, O SPOOL SAI NO NOME DE QUEM PEDIU E ERRO DE ABERTURA
      * DEVOLVE RC 8.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
           COPY CPYPRQW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA FROM DATE YYYYMMDD.
           MOVE "L" TO W-PRQFUNC
           CALL "PRQCTX" USING W-PRQFUNC W-PRQCTX
           PERFORM HST-OP0 THRU HST-OP0-FIM.
           IF W-PRQATIVO = "S"
               GO TO LOT-001.
       INC-001.
           MOVE ZEROS  TO CODALU
           MOVE SPACES TO NOME
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT HISTORIC
           IF ST-HIS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORIC.DAT - ST=" ST-HIS
               CLOSE ALUNO
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN OUTPUT RELHIS
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELHIST.TXT - ST=" ST-REL
               CLOSE ALUNO HISTORIC
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "RELHIST.SPL" TO W-SPLNOME
           IF W-PRQATIVO = "S"
               MOVE W-PRQSPOOL TO W-SPLNOME
               MOVE W-PRQOPER  TO W-SPLOPER.
           CALL "SPLCTL" USING W-SPLNOME "RELHIST " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALUNO HISTORIC RELHIS
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
       HST-OP0-FIM.
           EXIT.
      *
      *****************************************
      * PEDIDO DA FILA DA NOITE: UM HISTORICO *
      * POR ALUNO DA FAIXA, SEM TELA          *
      *****************************************
      *
       LOT-001.
           DISPLAY "PEDIDO DA FILA " W-PRQCHAVE " DE " W-PRQOPER
           IF W-PRQCODFIM = ZEROS
               MOVE 99999 TO W-PRQCODFIM.
           MOVE W-PRQCODINI TO CODALU
           START ALUNO KEY IS NOT LESS THAN CODALU
           IF ST-ERRO NOT = "00"
               GO TO ROT-ENC.
       LOT-002.
           READ ALUNO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ROT-ENC.
           IF CODALU > W-PRQCODFIM
               GO TO ROT-ENC.
           IF W-PRQPFIL NOT = ZEROS AND FILIAL NOT = W-PRQPFIL
               GO TO LOT-002.
           PERFORM HST-IMPRIME THRU HST-IMPRIME-FIM.
           GO TO LOT-002.
      *
      *****************************************
      * ROTINA DE PESQUISA POR NOME (CHAVE2)  *
      *****************************************
      *
           MOVE ALL "=" TO LINREL
           PERFORM HST-IMP THRU HST-IMP-FIM.
           ADD 1 TO W-IMPRESSOS
           IF W-PRQATIVO = "S"
               GO TO HST-IMPRIME-FIM.
           MOVE "*** HISTORICO IMPRESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       HST-IMPRIME-FIM.
      *
       ROT-ENC.
           CLOSE ALUNO HISTORIC RELHIS IMPRESSORA.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO JOBCTRL (FILA DE PEDIDOS)
      *        DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           IF W-PRQATIVO NOT = "S"
               DISPLAY (01, 01) ERASE.
           DISPLAY "RELHIST - HISTORICOS IMPRESSOS: " W-IMPRESSOS
           GOBACK.
      *
      **********************
      * ROTINA DE MENSAGEM *
