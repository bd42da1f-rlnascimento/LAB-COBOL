      * 1-4, NOTA 0-10. AS REJEITADAS SAEM EM NOTACARG.TXT COM O
      * NUMERO DA LINHA E O MOTIVO, PARA A SECRETARIA CORRIGIR E
      * REAPRESENTAR SO AS LINHAS RUINS.
      * NOTA APLICADA DA BAIXA NA PAUTA ESPERADA DA TURMA DO ALUNO
      * NAQUELE BIMESTRE (PAUTA.DAT, GERADA PELO GERPAUTA): A PAUTA
      * PASSA A RECEBIDA NA DATA DA CARGA E CONTA AS LINHAS. SEM
      * PAUTA.DAT O CONTROLE FICA DESLIGADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYMATS.
           COPY CPYPRFS.
           COPY CPYPRDS.
           COPY CPYPAUS.
           SELECT ARQLOTE ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-ARQ.
           COPY CPYMATR.
           COPY CPYPRFR.
           COPY CPYPRDR.
           COPY CPYPAUR.
      *
       FD  ARQLOTE
               LABEL RECORD IS STANDARD
       77 ST-NLG         PIC X(02) VALUE "00".
       77 ST-PRF         PIC X(02) VALUE "00".
       77 ST-PRD         PIC X(02) VALUE "00".
       77 ST-PAU         PIC X(02) VALUE "00".
       77 W-PAUDISP      PIC X(01) VALUE "N".
       77 W-PAUTAS       PIC 9(04) VALUE ZEROS.
      *        O LOTE PASSOU A ABRIR COM UMA LINHA DE HEADER ("H" NA
      *        COLUNA 1 + CODIGO DO PROFESSOR); SEM PROFESSO.DAT NA
      *        LOJA O CONTROLE FICA DESLIGADO, COMO SEMPRE FOI
               GO TO ROT-FIM.
           PERFORM NTC-OP1 THRU NTC-OP1-FIM.
           PERFORM NTC-OP2 THRU NTC-OP2-FIM.
           PERFORM NTC-OP3 THRU NTC-OP3-FIM.
           MOVE "CARGA DE NOTAS EM LOTE - NOTALOTE.TXT" TO LINREL
           PERFORM NTC-IMP THRU NTC-IMP-FIM.
           MOVE SPACES TO LINREL
           MOVE "S" TO W-PRFDISP.
       NTC-OP2-FIM.
           EXIT.
      *
       NTC-OP3.
           MOVE "N" TO W-PAUDISP
           OPEN I-O PAUTA
           IF ST-PAU = "00"
               MOVE "S" TO W-PAUDISP.
       NTC-OP3-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LEITURA DO LOTE, UMA LINHA POR VEZ
           IF ST-MAT = "00" OR "02"
               ADD 1 TO W-ACEITOS
               PERFORM NTC-NLG THRU NTC-NLG-FIM
               PERFORM NTC-PAUTA THRU NTC-PAUTA-FIM
               MOVE "MATRICUL"  TO AUD-ARQ
               MOVE "ALTERACAO" TO AUD-ACAO
               MOVE SPACES TO AUD-CHAVE
           EXIT.
      *
      *-----------------------------------------------------------------
      * BAIXA NA PAUTA DA TURMA DO ALUNO NO BIMESTRE - A DO ANO DA
      * CARGA OU, NAO HAVENDO, A DO ANO ANTERIOR (PAUTA DO 4O
      * BIMESTRE ENTREGUE NA VIRADA DO ANO)
      *-----------------------------------------------------------------
       NTC-PAUTA.
           IF W-PAUDISP NOT = "S" OR MAT-TURMA = SPACES
               GO TO NTC-PAUTA-FIM.
           MOVE W-DATAUD-ANO   TO PAU-ANO
           MOVE MAT-DISCIPLINA TO PAU-DISCIPLINA
           MOVE MAT-TURMA      TO PAU-TURMA
           MOVE W-PERIODO      TO PAU-BIM
           READ PAUTA
           IF ST-PAU NOT = "00"
               COMPUTE PAU-ANO = W-DATAUD-ANO - 1
               READ PAUTA
               IF ST-PAU NOT = "00"
                   GO TO NTC-PAUTA-FIM.
           IF PAU-RECEB = ZEROS
               MOVE W-DATAUD TO PAU-RECEB
               ADD 1 TO W-PAUTAS.
           ADD 1 TO PAU-LINHAS
           REWRITE REGPAU.
       NTC-PAUTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LINHA REJEITADA NO RELATORIO
      *-----------------------------------------------------------------
       NTC-REJEITA.
           STRING "REJEITADAS..............: " W-REJEITADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NTC-IMP THRU NTC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PAUTAS RECEBIDAS........: " W-PAUTAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NTC-IMP THRU NTC-IMP-FIM.
           IF W-PRFDISP = "S"
               CLOSE PROFESSO PROFDISC.
           IF W-PAUDISP = "S"
               CLOSE PAUTA.
           CLOSE ARQLOTE ALUNO MATRICUL RELNOT IMPRESSORA
                 NOTALOG AUDITORIA.
           DISPLAY "NOTACARG - RELATORIO EM NOTACARG.TXT".
