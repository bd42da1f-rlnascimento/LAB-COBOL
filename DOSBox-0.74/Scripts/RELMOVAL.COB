       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMOVAL.
      **************************************
      *  MOVIMENTACAO DE ALUNOS NO MES     *
      *  (MOVALU.DAT)                      *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM). SAI A LISTA DOS
      * MOVIMENTOS DO MES EM ORDEM DE DATA - ENTRADAS (INCLUSAO NO
      * P201621A OU APROVACAO DA PRE-MATRICULA), CANCELAMENTOS,
      * TRANCAMENTOS E RETORNOS (CADSAIDA), TRANSFERENCIAS ENTRE
      * FILIAIS (TRFALUNO) - COM O NOME DO ALUNO, O MOTIVO E O
      * OPERADOR, E NO FIM A CONTAGEM POR TIPO E O SALDO DO MES
      * (ENTRADAS + RETORNOS - CANCELAMENTOS - TRANCAMENTOS; A TROCA
      * DE FILIAL NAO MUDA O SALDO DA ESCOLA).
      * E A FOLHA DE MOVIMENTACAO QUE VAI PARA A DIRECAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMVAS.
           COPY CPYALUS.
           SELECT RELMVA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMVAR.
           COPY CPYALUR.
      *
       FD  RELMVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELMOVAL.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MVA         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-COMPET       PIC 9(06) VALUE ZEROS.
       77 W-ENTRADAS     PIC 9(05) VALUE ZEROS.
       77 W-CANCELADOS   PIC 9(05) VALUE ZEROS.
       77 W-TRANCADOS    PIC 9(05) VALUE ZEROS.
       77 W-RETORNOS     PIC 9(05) VALUE ZEROS.
       77 W-TRANSFS      PIC 9(05) VALUE ZEROS.
       77 W-SALDO        PIC S9(05) VALUE ZEROS.
       77 W-TIPODESC     PIC X(12) VALUE SPACES.
       01 MASC-SALDO     PIC -ZZZZ9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELMOVAL - MOVIMENTACAO DE ALUNOS NO MES".
       MVA-COMPET.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           MOVE ZEROS TO W-COMPET
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
               GO TO MVA-COMPET.
           PERFORM MVA-OP0 THRU MVA-OP0-FIM.
           MOVE W-COMPET TO MVA-DATA (1:6)
           MOVE "01"     TO MVA-DATA (7:2)
           MOVE ZEROS    TO MVA-CODALU MVA-SEQ
           START MOVALU KEY IS NOT LESS THAN MVA-CHAVE
           IF ST-MVA NOT = "00"
               GO TO MVA-EOF.
           GO TO MVA-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       MVA-OP0.
           OPEN INPUT MOVALU
           IF ST-MVA NOT = "00"
               DISPLAY "SEM MOVIMENTOS REGISTRADOS (MOVALU.DAT) - ST="
                   ST-MVA
               GO TO ROT-FIM.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               CLOSE MOVALU
               GO TO ROT-FIM.
           OPEN OUTPUT RELMVA
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELMOVAL.TXT - ST=" ST-REL
               CLOSE MOVALU ALUNO
               GO TO ROT-FIM.
           MOVE "RELMOVAL.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELMOVAL" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE MOVALU ALUNO RELMVA
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "MOVIMENTACAO DE ALUNOS - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DATA     ALUNO NOME                 "
                  "MOVIMENTO    MOTIVO               OPERADOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
       MVA-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM MOVIMENTO POR LINHA, ATE SAIR DO MES
      *-----------------------------------------------------------------
       MVA-LER.
           READ MOVALU NEXT RECORD
               AT END GO TO MVA-EOF.
           IF MVA-DATA (1:6) NOT = W-COMPET
               GO TO MVA-EOF.
           IF MVA-TIPO = "E"
               MOVE "ENTRADA"      TO W-TIPODESC
               ADD 1 TO W-ENTRADAS.
           IF MVA-TIPO = "C"
               MOVE "CANCELAMENTO" TO W-TIPODESC
               ADD 1 TO W-CANCELADOS.
           IF MVA-TIPO = "T"
               MOVE "TRANCAMENTO"  TO W-TIPODESC
               ADD 1 TO W-TRANCADOS.
           IF MVA-TIPO = "R"
               MOVE "RETORNO"      TO W-TIPODESC
               ADD 1 TO W-RETORNOS.
           IF MVA-TIPO = "F"
               MOVE "TROCA FILIAL" TO W-TIPODESC
               ADD 1 TO W-TRANSFS.
           MOVE MVA-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           MOVE SPACES TO LINREL
           STRING MVA-DATA " " MVA-CODALU " " NOME (1:20)
                  " " W-TIPODESC " " MVA-MOTIVO (1:20)
                  " " MVA-OPERADOR (1:10)
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           GO TO MVA-LER.
      *
      *-----------------------------------------------------------------
      * CONTAGEM POR TIPO E FECHAMENTO
      *-----------------------------------------------------------------
       MVA-EOF.
           MOVE SPACES TO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ENTRADAS...............: " W-ENTRADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CANCELAMENTOS..........: " W-CANCELADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TRANCAMENTOS...........: " W-TRANCADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "RETORNOS...............: " W-RETORNOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TRANSFERENCIAS DE FILIAL: " W-TRANSFS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           COMPUTE W-SALDO = W-ENTRADAS + W-RETORNOS
                           - W-CANCELADOS - W-TRANCADOS
           MOVE W-SALDO TO MASC-SALDO
           MOVE SPACES TO LINREL
           STRING "SALDO DO MES...........: " MASC-SALDO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           MOVE "ASSINATURA DA DIRECAO: ______________________"
               TO LINREL
           PERFORM MVA-IMP THRU MVA-IMP-FIM.
           CLOSE MOVALU ALUNO RELMVA IMPRESSORA.
           DISPLAY "RELMOVAL - RELATORIO GERADO EM RELMOVAL.TXT".
           DISPLAY "ENTRADAS...............: " W-ENTRADAS.
           DISPLAY "CANCELAMENTOS..........: " W-CANCELADOS.
           DISPLAY "TRANCAMENTOS...........: " W-TRANCADOS.
           DISPLAY "RETORNOS...............: " W-RETORNOS.
           GO TO ROT-FIM.
      *
       MVA-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       MVA-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
