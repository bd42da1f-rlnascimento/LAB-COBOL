       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEMPR.
      **************************************
      *  EMPRESTIMOS EM ATRASO POR AMIGO   *
      *  (EMPREST.DAT -> AGENDA.DAT)       *
      **************************************
      *----------------------------------------------------------------
      * JOB DA ESTEIRA: LE EMPREST.DAT NA ORDEM DA CHAVE (APELIDO +
      * DATA + ITEM - JA AGRUPADO POR AMIGO) E LISTA EM RELEMPR.REL
      * TODO ITEM AINDA FORA (EMP-DEVOLUCAO = ZEROS) COM A DATA
      * PREVISTA JA PASSADA, COM OS DIAS DE ATRASO (ANO COMERCIAL DE
      * 360, MES DE 30) E O TOTAL POR AMIGO. CADA AMIGO COM ATRASO
      * ENTRA NA AGENDA (AGENDA.DAT) PARA HOJE COM ORIGEM "D" -
      * COBRANCA DE DEVOLUCAO - E A LIGACAO SAI NO RELAGEN DA MANHA,
      * JUNTO COM OS ITENS. SO UMA DATA JA VENCIDA FICA COMO ESTA.
      * NO FIM, AS ENTRADAS "D" DE QUEM NAO TEM MAIS NADA ATRASADO
      * VOLTAM A SER SUGESTAO ("S") E O AGESUGER AS RECALCULA.
      * TERMINA COM GOBACK E RC 8 EM ERRO DE ABERTURA, PARA RODAR
      * SOB O JOBCTRL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEMPS.
           SELECT CODAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO.
           COPY CPYAGES.
           SELECT RELEMP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYEMPR.
           COPY CPYAMIR.
           COPY CPYAGER.
      *
       FD  RELEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEMPR.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-EMP         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-AGE         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-ATRASOS      PIC 9(06) VALUE ZEROS.
       77 W-AMIGOS       PIC 9(06) VALUE ZEROS.
       77 W-AGEMARCA     PIC 9(06) VALUE ZEROS.
       77 W-AGELIBERA    PIC 9(06) VALUE ZEROS.
       77 W-ITENSAMI     PIC 9(04) VALUE ZEROS.
       77 W-APEANT       PIC X(12) VALUE SPACES.
       77 W-TEMATRASO    PIC X(01) VALUE "N".
       77 W-DIAS         PIC S9(07) VALUE ZEROS.
       77 W-DIASED       PIC ZZZZ9.
       77 W-QTDED        PIC ZZZ9.
       01 W-HOJE8        PIC 9(08) VALUE ZEROS.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
       01 W-PREV         PIC 9(08) VALUE ZEROS.
       01 W-PREV-R REDEFINES W-PREV.
            03 W-PREV-ANO   PIC 9(04).
            03 W-PREV-MES   PIC 9(02).
            03 W-PREV-DIA   PIC 9(02).
           COPY CPYMASC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA FROM DATE YYYYMMDD
           MOVE W-DATA TO W-HOJE8.
           PERFORM EMP-OP0 THRU EMP-OP0-FIM.
           GO TO EMP-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       EMP-OP0.
           OPEN INPUT EMPREST
           IF ST-EMP NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPREST.DAT - ST=" ST-EMP
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT CODAMIGO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR AMIGO.DAT - ST=" ST-ERRO
               CLOSE EMPREST
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
       EMP-OP1.
           OPEN I-O AGENDA
           IF ST-AGE NOT = "00"
               IF ST-AGE = "30" OR ST-AGE = "35"
                      OPEN OUTPUT AGENDA
                      CLOSE AGENDA
                      GO TO EMP-OP1
               ELSE
                      DISPLAY "ERRO AO ABRIR AGENDA.DAT - ST=" ST-AGE
                      CLOSE EMPREST CODAMIGO
                      MOVE 8 TO RETURN-CODE
                      GO TO ROT-FIM.
           OPEN OUTPUT RELEMP
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELEMPR.REL - ST=" ST-REL
               CLOSE EMPREST CODAMIGO AGENDA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "RELEMPR.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELEMPR " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE EMPREST CODAMIGO AGENDA RELEMP
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "EMPRESTIMOS EM ATRASO EM " W-DATA-DIA "/"
                  W-DATA-MES "/" W-DATA-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    ITEM                 DESCRICAO            "
                  "EMPREST. PREVISTA  DIAS"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
       EMP-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM ITEM POR VEZ; A TROCA DE APELIDO FECHA O AMIGO ANTERIOR
      *-----------------------------------------------------------------
       EMP-LER.
           READ EMPREST NEXT RECORD
               AT END GO TO EMP-EOF.
           ADD 1 TO W-LIDOS.
           IF EMP-DEVOLUCAO NOT = ZEROS
               GO TO EMP-LER.
           IF EMP-PREVISTA NOT < W-HOJE8
               GO TO EMP-LER.
           IF EMP-APELIDO NOT = W-APEANT
               PERFORM AMI-FECHA THRU AMI-FECHA-FIM
               PERFORM AMI-ABRE THRU AMI-ABRE-FIM.
           ADD 1 TO W-ATRASOS W-ITENSAMI.
           MOVE EMP-PREVISTA TO W-PREV
           COMPUTE W-DIAS = (W-DATA-ANO * 360 + W-DATA-MES * 30
                             + W-DATA-DIA)
                          - (W-PREV-ANO * 360 + W-PREV-MES * 30
                             + W-PREV-DIA)
           IF W-DIAS < 1
               MOVE 1 TO W-DIAS.
           MOVE W-DIAS TO W-DIASED
           MOVE SPACES TO LINREL
           STRING "    " EMP-ITEM " " EMP-DESCR (1:20) " "
                  EMP-DATA " " EMP-PREVISTA " " W-DIASED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
           GO TO EMP-LER.
      *
      *-----------------------------------------------------------------
      * CABECALHO DO AMIGO (NOME E TELEFONE PARA A COBRANCA)
      *-----------------------------------------------------------------
       AMI-ABRE.
           MOVE EMP-APELIDO TO W-APEANT
           MOVE "S" TO W-TEMATRASO
           MOVE ZEROS TO W-ITENSAMI
           ADD 1 TO W-AMIGOS
           MOVE EMP-APELIDO TO APELIDO
           READ CODAMIGO
           IF ST-ERRO NOT = "00"
               MOVE "*** AMIGO NAO CADASTRADO ***" TO NOME
               MOVE ZEROS TO DDD NUMERO.
           MOVE NUMERO TO MASC-FONE
           MOVE SPACES TO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING EMP-APELIDO " " NOME " " DDD " " MASC-FONE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
       AMI-ABRE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAL DO AMIGO E COBRANCA NA AGENDA: SEM ENTRADA, OU COM DATA
      * AINDA POR VIR, PASSA A SER HOJE COM ORIGEM "D"; DATA JA
      * VENCIDA (MARCADA OU SUGERIDA) JA SAI NO RELAGEN E FICA
      *-----------------------------------------------------------------
       AMI-FECHA.
           IF W-TEMATRASO NOT = "S"
               GO TO AMI-FECHA-FIM.
           MOVE W-ITENSAMI TO W-QTDED
           MOVE SPACES TO LINREL
           STRING "    ITENS EM ATRASO: " W-QTDED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
           MOVE "N" TO W-TEMATRASO
           MOVE W-APEANT TO AGE-APELIDO
           READ AGENDA
           IF ST-AGE = "00"
               IF AGE-PROXDATA NOT > W-HOJE8
                   GO TO AMI-FECHA-FIM
               ELSE
                   MOVE W-HOJE8 TO AGE-PROXDATA
                   MOVE "D"     TO AGE-ORIGEM
                   REWRITE REGAGE
           ELSE
               MOVE W-APEANT TO AGE-APELIDO
               MOVE W-HOJE8  TO AGE-PROXDATA
               MOVE "D"      TO AGE-ORIGEM
               WRITE REGAGE.
           IF ST-AGE = "00" OR ST-AGE = "02"
               ADD 1 TO W-AGEMARCA
           ELSE
               DISPLAY "ERRO AO GRAVAR AGENDA DE " W-APEANT
                   " ST=" ST-AGE.
       AMI-FECHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FIM DO EMPREST.DAT: FECHA O ULTIMO AMIGO E LIBERA AS ENTRADAS
      * "D" DE QUEM JA NAO TEM ATRASO
      *-----------------------------------------------------------------
       EMP-EOF.
           PERFORM AMI-FECHA THRU AMI-FECHA-FIM.
           MOVE LOW-VALUES TO AGE-APELIDO
           START AGENDA KEY IS NOT LESS THAN AGE-APELIDO
           IF ST-AGE NOT = "00"
               GO TO EMP-TOTAL.
       LIB-LER.
           READ AGENDA NEXT RECORD
           IF ST-AGE NOT = "00"
               GO TO EMP-TOTAL.
           IF AGE-ORIGEM NOT = "D"
               GO TO LIB-LER.
           PERFORM LIB-ATRASO THRU LIB-ATRASO-FIM.
           IF W-TEMATRASO = "S"
               GO TO LIB-LER.
           MOVE "S" TO AGE-ORIGEM
           REWRITE REGAGE
           IF ST-AGE = "00" OR ST-AGE = "02"
               ADD 1 TO W-AGELIBERA
           ELSE
               DISPLAY "ERRO AO LIBERAR AGENDA DE " AGE-APELIDO
                   " ST=" ST-AGE.
           GO TO LIB-LER.
      *
      *-----------------------------------------------------------------
      * O AMIGO DA ENTRADA "D" AINDA TEM ALGUM ITEM ATRASADO?
      *-----------------------------------------------------------------
       LIB-ATRASO.
           MOVE "N" TO W-TEMATRASO
           MOVE AGE-APELIDO TO EMP-APELIDO
           MOVE ZEROS  TO EMP-DATA
           MOVE SPACES TO EMP-ITEM
           START EMPREST KEY IS NOT LESS THAN EMP-CHAVE
           IF ST-EMP NOT = "00"
               GO TO LIB-ATRASO-FIM.
       LIB-ATRASO-LER.
           READ EMPREST NEXT RECORD
           IF ST-EMP NOT = "00"
               GO TO LIB-ATRASO-FIM.
           IF EMP-APELIDO NOT = AGE-APELIDO
               GO TO LIB-ATRASO-FIM.
           IF EMP-DEVOLUCAO = ZEROS AND EMP-PREVISTA < W-HOJE8
               MOVE "S" TO W-TEMATRASO
               GO TO LIB-ATRASO-FIM.
           GO TO LIB-ATRASO-LER.
       LIB-ATRASO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       EMP-TOTAL.
           MOVE SPACES TO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ITENS LIDOS: " W-LIDOS "   EM ATRASO: " W-ATRASOS
                  "   AMIGOS: " W-AMIGOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EMP-IMP THRU EMP-IMP-FIM.
           CLOSE EMPREST CODAMIGO AGENDA RELEMP IMPRESSORA.
           DISPLAY "RELEMPR - EMPRESTIMOS EM ATRASO EM RELEMPR.REL".
           DISPLAY "ITENS EM ATRASO.......: " W-ATRASOS.
           DISPLAY "AMIGOS EM ATRASO......: " W-AMIGOS.
           DISPLAY "COBRANCAS NA AGENDA...: " W-AGEMARCA.
           DISPLAY "COBRANCAS ENCERRADAS..: " W-AGELIBERA.
           GO TO ROT-FIM.
      *
       EMP-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       EMP-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO CONTROLADOR DE ESTEIRA
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
