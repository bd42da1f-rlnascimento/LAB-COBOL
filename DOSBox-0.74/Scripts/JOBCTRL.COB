      *       PARAM DE RODAR TODA NOITE OU NA MAO).
      * PASSO FORA DO DIA E PULADO COM O MOTIVO EM JOBCTRL.LOG - A
      * AGENDA SAI DO POST-IT DO OPERADOR DA NOITE.
      * DESDE A FILA DE PEDIDOS DE RELATORIO, DEPOIS DA ESTEIRA SEM
      * FALHAS (OU SEM ESTEIRA) O CONTROLADOR RODA OS PEDIDOS
      * PENDENTES DE PEDREL.DAT, NA ORDEM EM QUE FORAM FEITOS NO
      * PEDREL: GUARDA O PEDIDO NO PRQCTX, CHAMA O RELATORIO (QUE TIRA
      * DALI OS PARAMETROS, O NOME DO SPOOL E O OPERADOR QUE PEDIU,
      * PARA O SPOOLCTL.TXT) E MARCA O PEDIDO EXECUTADO OU FALHOU COM
      * O RETURN-CODE, AVISANDO QUEM PEDIU NA CAIXA DE AVISOS. SO
      * DENTRO DA JANELA DA NOITE (PARAMETROS PEDJANINI E PEDJANFIM,
      * HORA CHEIA; PADRAO DAS 19 AS 7) - FORA DELA, OU COM A ESTEIRA
      * PARADA, A FILA ESPERA A PROXIMA RODADA. PEDIDO QUE FICOU
      * "RODANDO" DE UMA RODADA QUE CAIU NO MEIO VIRA FALHOU (RC 99).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQFER ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-FER.
           COPY CPYPRQS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.TXT".
       01 LINFER                       PIC X(80).
      *
           COPY CPYPRQR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
                05 PSO-FREQ PIC X(01).
                05 PSO-DIA  PIC 9(01).
      *
      *FILA DE PEDIDOS DE RELATORIO (PEDREL.DAT)
       77 ST-PRQ         PIC X(02) VALUE "00".
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-JANINI       PIC 9(02) VALUE 19.
       77 W-JANFIM       PIC 9(02) VALUE 07.
       77 W-NAJANELA     PIC X(01) VALUE "N".
       77 W-FIMFILA      PIC X(01) VALUE "N".
       77 W-PRQCHV       PIC X(11) VALUE SPACES.
       77 W-PRQPROG      PIC X(08) VALUE SPACES.
       77 W-FILAQTD      PIC 9(04) VALUE ZEROS.
       77 W-FILAERR      PIC 9(04) VALUE ZEROS.
       77 W-FILAMSG      PIC X(50) VALUE SPACES.
           COPY CPYPRQW.
           COPY CPYAVSW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ULT-UTIL THRU ULT-UTIL-FIM.
           PERFORM CTR-CARGA THRU CTR-CARGA-FIM.
           IF W-QTDPASSOS = ZEROS
               DISPLAY "JOBSTREA.TXT VAZIO OU AUSENTE - SO A FILA".
           PERFORM CTR-RETOMA THRU CTR-RETOMA-FIM.
           OPEN EXTEND ARQLOG
           IF ST-LOG NOT = "00"
       CTR-RODA.
           IF W-PASSO > W-QTDPASSOS
               PERFORM LOG-STREAMOK THRU LOG-STREAMOK-FIM
               DISPLAY "ESTEIRA CONCLUIDA SEM FALHAS"
               PERFORM FILA-RODA THRU FILA-RODA-FIM
               CLOSE ARQLOG
               GO TO ROT-FIM.
      *        O PASSO E DO DIA DE HOJE? (FREQUENCIA + FERIADOS)
           PERFORM FREQ-DECIDE THRU FREQ-DECIDE-FIM
           PERFORM LOG-FIM THRU LOG-FIM-FIM.
           IF W-RC NOT = ZEROS
               PERFORM LOG-PAROU THRU LOG-PAROU-FIM
               MOVE "FILA DE PEDIDOS FICA PARA A PROXIMA RODADA"
                    TO W-FILAMSG
               PERFORM LOG-FILA THRU LOG-FILA-FIM
               CLOSE ARQLOG
               DISPLAY "ESTEIRA PAROU NO PASSO " W-PASSO
                   " (" PSO-PROG (W-PASSO) ") RC=" W-RC
           WRITE LINLOG.
       LOG-PULADO-FIM.
           EXIT.
      *
       LOG-PEDINI.
           ACCEPT W-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE SPACES TO LINLOG
           STRING W-DATA " " W-HORA-HH ":" W-HORA-MM ":" W-HORA-SS
                  " PEDIDO " W-PRQCHV " " W-PRQPROG
                  " INICIO " W-PRQOPER
                  DELIMITED BY SIZE INTO LINLOG
           WRITE LINLOG.
       LOG-PEDINI-FIM.
           EXIT.
      *
       LOG-PEDFIM.
           ACCEPT W-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE SPACES TO LINLOG
           STRING W-DATA " " W-HORA-HH ":" W-HORA-MM ":" W-HORA-SS
                  " PEDIDO " W-PRQCHV " " W-PRQPROG
                  " FIM RC=" W-RC
                  DELIMITED BY SIZE INTO LINLOG
           WRITE LINLOG.
       LOG-PEDFIM-FIM.
           EXIT.
      *
       LOG-FILA.
           ACCEPT W-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE SPACES TO LINLOG
           STRING W-DATA " " W-HORA-HH ":" W-HORA-MM ":" W-HORA-SS
                  " " W-FILAMSG
                  DELIMITED BY SIZE INTO LINLOG
           WRITE LINLOG.
       LOG-FILA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FILA DE PEDIDOS DE RELATORIO (PEDREL.DAT): RODA OS PENDENTES
      * NA ORDEM DA CHAVE (DATA + SEQUENCIA DO PEDIDO) ENQUANTO DURAR
      * A JANELA DA NOITE. ARQLOG JA ESTA ABERTO.
      *-----------------------------------------------------------------
       FILA-RODA.
           MOVE "PEDJANINI" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR < 24
               MOVE W-PARVALOR TO W-JANINI.
           MOVE "PEDJANFIM" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR < 24
               MOVE W-PARVALOR TO W-JANFIM.
           PERFORM FILA-JANELA THRU FILA-JANELA-FIM
           IF W-NAJANELA NOT = "S"
               MOVE "FILA DE PEDIDOS FORA DA JANELA DA NOITE"
                    TO W-FILAMSG
               PERFORM LOG-FILA THRU LOG-FILA-FIM
               DISPLAY W-FILAMSG
               GO TO FILA-RODA-FIM.
           MOVE "N" TO W-FIMFILA
           OPEN I-O PEDREL
           IF ST-PRQ = "30" OR ST-PRQ = "35"
               GO TO FILA-RODA-FIM.
           IF ST-PRQ NOT = "00"
               MOVE SPACES TO W-FILAMSG
               STRING "ERRO AO ABRIR PEDREL.DAT - ST=" ST-PRQ
                      DELIMITED BY SIZE INTO W-FILAMSG
               PERFORM LOG-FILA THRU LOG-FILA-FIM
               DISPLAY W-FILAMSG
               GO TO FILA-RODA-FIM.
           MOVE LOW-VALUES TO PRQ-CHAVE
           START PEDREL KEY IS NOT LESS THAN PRQ-CHAVE
           IF ST-PRQ NOT = "00"
               GO TO FILA-FECHA.
       FILA-LER.
           READ PEDREL NEXT RECORD
           IF ST-PRQ NOT = "00"
               GO TO FILA-FECHA.
      *        FICOU RODANDO: A RODADA ANTERIOR CAIU NO MEIO DELE
           IF PRQ-SITU = "R"
               MOVE "F" TO PRQ-SITU
               MOVE 99  TO PRQ-RC
               REWRITE REGPRQ
               PERFORM FILA-AVISA THRU FILA-AVISA-FIM
               GO TO FILA-LER.
           IF PRQ-SITU NOT = "P"
               GO TO FILA-LER.
           PERFORM FILA-JANELA THRU FILA-JANELA-FIM
           IF W-NAJANELA NOT = "S"
               MOVE "FILA DE PEDIDOS PAROU - FIM DA JANELA DA NOITE"
                    TO W-FILAMSG
               PERFORM LOG-FILA THRU LOG-FILA-FIM
               DISPLAY W-FILAMSG
               GO TO FILA-FECHA.
           PERFORM FILA-EXEC THRU FILA-EXEC-FIM
           IF W-FIMFILA = "S"
               GO TO FILA-FECHA.
           GO TO FILA-LER.
       FILA-FECHA.
           CLOSE PEDREL.
           DISPLAY "PEDIDOS DA FILA RODADOS: " W-FILAQTD
               " COM FALHA: " W-FILAERR.
      *        FALHA DE PEDIDO FICA NO PEDIDO, NAO NO RC DO CONTROLADOR
           MOVE ZEROS TO RETURN-CODE.
       FILA-RODA-FIM.
           EXIT.
      *
      *        UM PEDIDO: MARCA RODANDO, GUARDA O CONTEXTO, CHAMA O
      *        RELATORIO E ANOTA O RESULTADO. O SPOOL DO PEDIDO E
      *        "P" + MMDD + SEQUENCIA, PARA DOIS PEDIDOS DO MESMO
      *        RELATORIO NAO SE SOBREPOREM.
       FILA-EXEC.
           MOVE PRQ-CHAVE TO W-PRQCHV
           MOVE PRQ-PROG  TO W-PRQPROG
           MOVE SPACES TO PRQ-SPOOL
           STRING "P" PRQ-DTPED (5:4) PRQ-SEQ ".SPL"
                  DELIMITED BY SIZE INTO PRQ-SPOOL
           ACCEPT W-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-DATA TO PRQ-DTEXE
           MOVE W-HORA (1:6) TO PRQ-HREXE
           MOVE "R" TO PRQ-SITU
           MOVE ZEROS TO PRQ-RC
           REWRITE REGPRQ
           IF ST-PRQ NOT = "00"
               MOVE SPACES TO W-FILAMSG
               STRING "ERRO NA GRAVACAO DO PEDIDO " W-PRQCHV
                      DELIMITED BY SIZE INTO W-FILAMSG
               PERFORM LOG-FILA THRU LOG-FILA-FIM
               GO TO FILA-EXEC-FIM.
           MOVE "S"       TO W-PRQATIVO
           MOVE PRQ-CHAVE TO W-PRQCHAVE
           MOVE PRQ-OPER  TO W-PRQOPER
           MOVE PRQ-SPOOL TO W-PRQSPOOL
           MOVE PRQ-PARAM TO W-PRQPARAM
           MOVE "G" TO W-PRQFUNC
           CALL "PRQCTX" USING W-PRQFUNC W-PRQCTX
           PERFORM LOG-PEDINI THRU LOG-PEDINI-FIM
           DISPLAY "PEDIDO " W-PRQCHV " - " W-PRQPROG
               " DE " W-PRQOPER.
           MOVE ZEROS TO RETURN-CODE
           MOVE ZEROS TO W-RC
           CALL W-PRQPROG
               ON EXCEPTION
                   MOVE 12 TO W-RC.
           IF W-RC = ZEROS
               MOVE RETURN-CODE TO W-RC.
      *        O PROXIMO PEDIDO DO MESMO RELATORIO COMECA DO ZERO
           CANCEL W-PRQPROG
           MOVE "Z" TO W-PRQFUNC
           CALL "PRQCTX" USING W-PRQFUNC W-PRQCTX
           PERFORM LOG-PEDFIM THRU LOG-PEDFIM-FIM.
           MOVE W-PRQCHV TO PRQ-CHAVE
           READ PEDREL
           IF ST-PRQ NOT = "00"
               MOVE "S" TO W-FIMFILA
               GO TO FILA-EXEC-FIM.
           MOVE W-RC TO PRQ-RC
           ADD 1 TO W-FILAQTD
           IF W-RC = ZEROS
               MOVE "E" TO PRQ-SITU
           ELSE
               MOVE "F" TO PRQ-SITU
               ADD 1 TO W-FILAERR.
           REWRITE REGPRQ
           PERFORM FILA-AVISA THRU FILA-AVISA-FIM.
      *        A LEITURA SEGUE NO PEDIDO SEGUINTE
           START PEDREL KEY IS GREATER THAN PRQ-CHAVE
           IF ST-PRQ NOT = "00"
               MOVE "S" TO W-FIMFILA.
       FILA-EXEC-FIM.
           EXIT.
      *
      *        AVISO PARA QUEM PEDIU (CAIXA DE AVISOS, AVISGRV)
       FILA-AVISA.
           MOVE "O"       TO W-AVSDTIPO
           MOVE PRQ-OPER  TO W-AVSDEST
           MOVE "PEDREL"  TO W-AVSPROG
           MOVE PRQ-CHAVE TO W-AVSCHREG
           MOVE SPACES    TO W-AVSTEXTO
           IF PRQ-SITU = "E"
               MOVE 3 TO W-AVSPRIOR
               STRING "PEDIDO " PRQ-PROG " PRONTO - SPOOL " PRQ-SPOOL
                      DELIMITED BY SIZE INTO W-AVSTEXTO
           ELSE
               MOVE 1 TO W-AVSPRIOR
               STRING "PEDIDO " PRQ-PROG " FALHOU - RC=" PRQ-RC
                      " - CONFIRA E PECA DE NOVO"
                      DELIMITED BY SIZE INTO W-AVSTEXTO.
           CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
                                W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK.
       FILA-AVISA-FIM.
           EXIT.
      *
      *        A HORA CORRENTE ESTA NA JANELA? JANELA QUE PASSA DA
      *        MEIA-NOITE (INICIO MAIOR QUE O FIM) E O CASO NORMAL
       FILA-JANELA.
           ACCEPT W-HORA FROM TIME
           MOVE "N" TO W-NAJANELA
           IF W-JANINI > W-JANFIM
               GO TO FILA-JANELA-NOITE.
           IF W-HORA-HH NOT < W-JANINI AND W-HORA-HH < W-JANFIM
               MOVE "S" TO W-NAJANELA.
           GO TO FILA-JANELA-FIM.
       FILA-JANELA-NOITE.
           IF W-HORA-HH NOT < W-JANINI OR W-HORA-HH < W-JANFIM
               MOVE "S" TO W-NAJANELA.
       FILA-JANELA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CARREGA OS FERIADOS (FERIADO.TXT, UM AAAAMMDD POR LINHA;
