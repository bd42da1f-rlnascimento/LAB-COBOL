       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISGRV.
      **************************************
      *  GRAVACAO DE AVISO NA CAIXA DOS    *
      *  OPERADORES (AVISO.DAT)            *
      **************************************
      *----------------------------------------------------------------
      * CHAMADO PELOS JOBS E RELATORIOS QUE TEM ALGO PARA ALGUEM
      * RESOLVER (CNH VENCENDO, APOLICE VENCENDO, PENDENCIAS DE CEP...)
      * COM OS CAMPOS DO CPYAVSW:
      *   CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
      *                        W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK
      * O MESMO PROGRAMA + REGISTRO PARA O MESMO DESTINATARIO NAO VIRA
      * UM SEGUNDO AVISO: SE O PRIMEIRO AINDA ESTA PENDENTE (MESMO QUE
      * JA ESCALADO PARA O SUPERVISOR) SO O TEXTO E A PRIORIDADE SAO
      * ATUALIZADOS, SEM MEXER NA DATA - A CONTAGEM PARA ESCALAR CORRE
      * DESDE O PRIMEIRO AVISO; SE JA FOI CONCLUIDO, NADA E GRAVADO
      * (QUEM REPETE TODO DIA, COMO UM RESUMO, POE A DATA NA CHAVE DO
      * REGISTRO). SEM AVISO.DAT O ARQUIVO E CRIADO VAZIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAVSS.
       DATA DIVISION.
       FILE SECTION.
           COPY CPYAVSR.
       WORKING-STORAGE SECTION.
       77 ST-AVS         PIC X(02) VALUE "00".
       77 W-ULTSEQ       PIC 9(04) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-AGORA        PIC 9(08) VALUE ZEROS.
      *        FAIXA EM VARREDURA: A DO DESTINATARIO E, DEPOIS, A DOS
      *        ESCALADOS (NIVEL S)
       77 W-FXTIPO       PIC X(01) VALUE SPACES.
       77 W-FXDEST       PIC X(12) VALUE SPACES.
       LINKAGE SECTION.
       01 W-DTIPO       PIC X(01).
       01 W-DEST        PIC X(12).
       01 W-PRIOR       PIC 9(01).
       01 W-PROG        PIC X(08).
       01 W-CHREG       PIC X(35).
       01 W-TEXTO       PIC X(60).
       01 W-RESULT      PIC X(01).
       PROCEDURE DIVISION USING W-DTIPO W-DEST W-PRIOR W-PROG
                                W-CHREG W-TEXTO W-RESULT.
       INICIO.
           MOVE "N" TO W-RESULT.
           IF W-DTIPO NOT = "O" AND W-DTIPO NOT = "N"
              AND W-DTIPO NOT = "F"
               GOBACK.
           IF W-DEST = SPACES OR W-TEXTO = SPACES
               GOBACK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-AGORA FROM TIME
           OPEN I-O AVISO
           IF ST-AVS NOT = "00"
               IF ST-AVS = "30" OR ST-AVS = "35"
                      OPEN OUTPUT AVISO
                      CLOSE AVISO
                      OPEN I-O AVISO
               ELSE
                      GOBACK.
           IF ST-AVS NOT = "00"
               GOBACK.
      *
      *        1 - CAIXA DO PROPRIO DESTINATARIO
           MOVE W-DTIPO TO W-FXTIPO
           MOVE W-DEST  TO W-FXDEST
           PERFORM AVG-VARRE THRU AVG-VARRE-FIM.
           IF W-RESULT NOT = "N"
               GO TO AVG-FIM.
      *        2 - O MESMO AVISO PODE TER SIDO ESCALADO PARA O NIVEL S
           IF W-DTIPO = "N" AND W-DEST = "S"
               GO TO AVG-NOVO.
           MOVE "N" TO W-FXTIPO
           MOVE "S" TO W-FXDEST
           PERFORM AVG-VARRE THRU AVG-VARRE-FIM.
           IF W-RESULT NOT = "N"
               GO TO AVG-FIM.
      *
      *        AVISO NOVO: PROXIMA SEQUENCIA DO DIA NO DESTINATARIO
       AVG-NOVO.
           MOVE ZEROS TO W-ULTSEQ
           MOVE W-DTIPO TO AVS-DTIPO
           MOVE W-DEST  TO AVS-DEST
           MOVE W-HOJE  TO AVS-DATA
           MOVE ZEROS   TO AVS-SEQ
           START AVISO KEY IS NOT LESS THAN AVS-CHAVE
           IF ST-AVS NOT = "00"
               GO TO AVG-GRAVA.
       AVG-NOVO-LER.
           READ AVISO NEXT RECORD
           IF ST-AVS NOT = "00"
               GO TO AVG-GRAVA.
           IF AVS-DTIPO NOT = W-DTIPO OR AVS-DEST NOT = W-DEST
              OR AVS-DATA NOT = W-HOJE
               GO TO AVG-GRAVA.
           MOVE AVS-SEQ TO W-ULTSEQ
           GO TO AVG-NOVO-LER.
       AVG-GRAVA.
           IF W-ULTSEQ = 9999
               GO TO AVG-FIM.
           MOVE SPACES TO REGAVS
           MOVE W-DTIPO  TO AVS-DTIPO
           MOVE W-DEST   TO AVS-DEST
           MOVE W-HOJE   TO AVS-DATA
           COMPUTE AVS-SEQ = W-ULTSEQ + 1
           MOVE W-AGORA (1:6) TO AVS-HORA
           MOVE W-PRIOR  TO AVS-PRIOR
           IF AVS-PRIOR < 1 OR AVS-PRIOR > 3
               MOVE 2 TO AVS-PRIOR.
           MOVE W-PROG   TO AVS-PROG
           MOVE W-CHREG  TO AVS-CHREG
           MOVE W-TEXTO  TO AVS-TEXTO
           MOVE "N"      TO AVS-SITU AVS-ESCAL
           MOVE ZEROS    TO AVS-LIDODT AVS-CONCDT
           WRITE REGAVS
           IF ST-AVS = "00" OR ST-AVS = "02"
               MOVE "G" TO W-RESULT.
       AVG-FIM.
           CLOSE AVISO.
           GOBACK.
      *
      *-----------------------------------------------------------------
      * PROCURA NA FAIXA W-FXTIPO/W-FXDEST UM AVISO DO MESMO PROGRAMA
      * E REGISTRO PARA O MESMO DESTINATARIO (NA FAIXA DOS ESCALADOS,
      * PELO DESTINATARIO ORIGINAL). PENDENTE: ATUALIZA E DEVOLVE A;
      * CONCLUIDO: DEVOLVE C
      *-----------------------------------------------------------------
       AVG-VARRE.
           MOVE W-FXTIPO TO AVS-DTIPO
           MOVE W-FXDEST TO AVS-DEST
           MOVE ZEROS    TO AVS-DATA AVS-SEQ
           START AVISO KEY IS NOT LESS THAN AVS-CHAVE
           IF ST-AVS NOT = "00"
               GO TO AVG-VARRE-FIM.
       AVG-VARRE-LER.
           READ AVISO NEXT RECORD
           IF ST-AVS NOT = "00"
               GO TO AVG-VARRE-FIM.
           IF AVS-DTIPO NOT = W-FXTIPO OR AVS-DEST NOT = W-FXDEST
               GO TO AVG-VARRE-FIM.
           IF AVS-PROG NOT = W-PROG OR AVS-CHREG NOT = W-CHREG
               GO TO AVG-VARRE-LER.
           IF W-FXTIPO NOT = W-DTIPO OR W-FXDEST NOT = W-DEST
               IF AVS-ESCAL NOT = "S" OR AVS-ORITIPO NOT = W-DTIPO
                  OR AVS-ORIDEST NOT = W-DEST
                   GO TO AVG-VARRE-LER.
           IF AVS-SITU = "C"
               MOVE "C" TO W-RESULT
               GO TO AVG-VARRE-FIM.
           MOVE W-TEXTO TO AVS-TEXTO
           IF W-PRIOR > 0 AND W-PRIOR < 4
               MOVE W-PRIOR TO AVS-PRIOR.
           REWRITE REGAVS
           IF ST-AVS = "00" OR ST-AVS = "02"
               MOVE "A" TO W-RESULT.
       AVG-VARRE-FIM.
           EXIT.
