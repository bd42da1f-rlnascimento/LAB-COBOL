       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDIAR.
      **************************************
      *  KM A SERVICO x PARTICULAR DO MES  *
      *  (ALOCA.DAT + DIARIO DE BORDO)     *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O MES (AAAAMM, PELO RETORNO, COMO NO
      * FATALOC). PARA CADA ALOCACAO FECHADA NO MES O JOB SOMA OS
      * TRECHOS DO DIARIO DE BORDO (TRECHO.DAT) PELO TIPO DO MOTIVO:
      * N = KM A SERVICO, P = KM PARTICULAR. O QUE O ODOMETRO RODOU
      * ALEM DOS TRECHOS (ALOCACAO ANTERIOR AO DIARIO, OU A FOLGA DA
      * TOLERANCIA) SAI COMO "SEM DIARIO". SAEM DOIS QUADROS, VIA SORT:
      * UM POR MOTORISTA (CPF DA ALOCACAO) E UM POR CENTRO DE CUSTO
      * (ALO-CCUSTO, COM O NOME DO CCUSTO.DAT QUANDO HA), CADA LINHA
      * COM O % PARTICULAR - A BASE QUE O CONTADOR PEDE PARA A
      * DEDUTIBILIDADE E PARA A CONVERSA SOBRE USO PARTICULAR. O KM
      * PARTICULAR E COBRADO PELO FATALOC. TRECHO.DAT E CCUSTO.DAT SAO
      * OPCIONAIS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALOS.
           COPY CPYTRCS.
           COPY CPYCCUS.
           SELECT DIAORD ASSIGN TO DISK.
           SELECT RELDIA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALOR.
           COPY CPYTRCR.
           COPY CPYCCUR.
      *
       SD  DIAORD.
       01 REGORD.
      *        1 = POR MOTORISTA (CHAVE = CPF), 2 = POR CENTRO DE CUSTO
                03 ORD-GRUPO       PIC X(01).
                03 ORD-CHAVE       PIC X(11).
                03 ORD-NOME        PIC X(35).
                03 ORD-KMNEG       PIC 9(07).
                03 ORD-KMPAR       PIC 9(07).
                03 ORD-KMSEM       PIC 9(07).
      *
       FD  RELDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDIAR.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ALO         PIC X(02) VALUE "00".
       77 ST-TRC         PIC X(02) VALUE "00".
       77 ST-CCU         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-MESSEL       PIC 9(06) VALUE ZEROS.
       77 W-TRCDISP      PIC X(01) VALUE "N".
       77 W-CCUDISP      PIC X(01) VALUE "N".
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-FECHADAS     PIC 9(06) VALUE ZEROS.
       77 W-KMROD        PIC 9(07) VALUE ZEROS.
       77 W-KMNEG        PIC 9(07) VALUE ZEROS.
       77 W-KMPAR        PIC 9(07) VALUE ZEROS.
       77 W-KMSEM        PIC 9(07) VALUE ZEROS.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-GRUPOANT     PIC X(01) VALUE SPACES.
       77 W-CHAVEANT     PIC X(11) VALUE SPACES.
       77 W-NOMEANT      PIC X(35) VALUE SPACES.
      *        TOTAIS DA CHAVE (MOTORISTA OU CENTRO) E DO QUADRO
       77 W-CHVNEG       PIC 9(08) VALUE ZEROS.
       77 W-CHVPAR       PIC 9(08) VALUE ZEROS.
       77 W-CHVSEM       PIC 9(08) VALUE ZEROS.
       77 W-GRPNEG       PIC 9(08) VALUE ZEROS.
       77 W-GRPPAR       PIC 9(08) VALUE ZEROS.
       77 W-GRPSEM       PIC 9(08) VALUE ZEROS.
       77 W-CHAVES       PIC 9(06) VALUE ZEROS.
       77 W-BASEPCT      PIC 9(09) VALUE ZEROS.
       77 W-PCTNUM       PIC 9(09) VALUE ZEROS.
       77 W-PCTPAR       PIC 9(03)V9 VALUE ZEROS.
       77 MASC-DIA-NEG   PIC Z.ZZZ.ZZ9.
       77 MASC-DIA-PAR   PIC Z.ZZZ.ZZ9.
       77 MASC-DIA-SEM   PIC Z.ZZZ.ZZ9.
       77 MASC-DIA-PCT   PIC ZZ9,9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELDIAR - KM A SERVICO x PARTICULAR DO MES".
       DIA-MES.
           DISPLAY "MES (AAAAMM): ".
           MOVE ZEROS TO W-MESSEL
           ACCEPT W-MESSEL.
           IF W-MESSEL = ZEROS
               GO TO DIA-MES.
           PERFORM DIA-OP0 THRU DIA-OP0-FIM.
           SORT DIAORD ON ASCENDING KEY ORD-GRUPO
                      ON ASCENDING KEY ORD-CHAVE
                      INPUT PROCEDURE DIA-SELECIONA
                                 THRU DIA-SELECIONA-FIM
                      OUTPUT PROCEDURE DIA-IMPRIME
                                 THRU DIA-IMPRIME-FIM.
           PERFORM DIA-RESUMO THRU DIA-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       DIA-OP0.
           OPEN INPUT ALOCA
           IF ST-ALO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALOCA.DAT - ST=" ST-ALO
               GO TO ROT-FIM.
           OPEN INPUT TRECHO
           IF ST-TRC = "00"
               MOVE "S" TO W-TRCDISP.
           OPEN INPUT CCUSTO
           IF ST-CCU = "00"
               MOVE "S" TO W-CCUDISP.
           OPEN OUTPUT RELDIA
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELDIAR.TXT - ST=" ST-REL
               CLOSE ALOCA
               GO TO ROT-FIM.
           MOVE "RELDIAR.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELDIAR " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALOCA RELDIA
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "KM A SERVICO x PARTICULAR - MES " W-MESSEL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DIA-IMP THRU DIA-IMP-FIM.
           IF W-TRCDISP NOT = "S"
               MOVE "TRECHO.DAT INDISPONIVEL - TODO KM SEM DIARIO"
                   TO LINREL
               PERFORM DIA-IMP THRU DIA-IMP-FIM.
       DIA-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ALOCACOES FECHADAS NO MES: SOMA DOS TRECHOS POR TIPO E UM
      * REGISTRO PARA CADA QUADRO
      *-----------------------------------------------------------------
       DIA-SELECIONA.
           READ ALOCA NEXT RECORD
               AT END GO TO DIA-SELECIONA-FIM.
           ADD 1 TO W-LIDAS.
           IF ALO-DATARET = ZEROS
               GO TO DIA-SELECIONA.
           IF ALO-DATARET (1:6) NOT = W-MESSEL
               GO TO DIA-SELECIONA.
           ADD 1 TO W-FECHADAS
           MOVE ZEROS TO W-KMROD W-KMNEG W-KMPAR W-KMSEM
           IF ALO-ODORET > ALO-ODOSAI
               COMPUTE W-KMROD = ALO-ODORET - ALO-ODOSAI.
           IF W-TRCDISP NOT = "S"
               GO TO DIA-SELECIONA-SEM.
           MOVE ALO-CHAVE TO TRC-ALOCHAVE
           MOVE ZEROS TO TRC-SEQ
           START TRECHO KEY IS NOT LESS THAN TRC-CHAVE
           IF ST-TRC NOT = "00"
               GO TO DIA-SELECIONA-SEM.
       DIA-SELECIONA-TRC.
           READ TRECHO NEXT RECORD
               AT END GO TO DIA-SELECIONA-SEM.
           IF TRC-ALOCHAVE NOT = ALO-CHAVE
               GO TO DIA-SELECIONA-SEM.
           IF TRC-TIPO = "P"
               ADD TRC-KM TO W-KMPAR
           ELSE
               ADD TRC-KM TO W-KMNEG.
           GO TO DIA-SELECIONA-TRC.
       DIA-SELECIONA-SEM.
           IF W-KMROD > W-KMNEG + W-KMPAR
               COMPUTE W-KMSEM = W-KMROD - W-KMNEG - W-KMPAR.
           MOVE W-KMNEG TO ORD-KMNEG
           MOVE W-KMPAR TO ORD-KMPAR
           MOVE W-KMSEM TO ORD-KMSEM
      *        QUADRO POR MOTORISTA
           MOVE "1"      TO ORD-GRUPO
           MOVE ALO-CPF  TO ORD-CHAVE
           MOVE ALO-NOME TO ORD-NOME
           RELEASE REGORD.
      *        QUADRO POR CENTRO DE CUSTO
           MOVE "2"        TO ORD-GRUPO
           MOVE ALO-CCUSTO TO ORD-CHAVE
           MOVE SPACES     TO ORD-NOME
           IF ALO-CCUSTO = SPACES
               MOVE "SEM CENTRO" TO ORD-NOME
               GO TO DIA-SELECIONA-CCU.
           IF W-CCUDISP NOT = "S"
               GO TO DIA-SELECIONA-CCU.
           MOVE ALO-CCUSTO TO CCU-COD
           READ CCUSTO
           IF ST-CCU = "00"
               MOVE CCU-NOME TO ORD-NOME.
       DIA-SELECIONA-CCU.
           RELEASE REGORD.
           GO TO DIA-SELECIONA.
       DIA-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM QUADRO POR GRUPO, UMA LINHA POR CHAVE
      *-----------------------------------------------------------------
       DIA-IMPRIME.
           RETURN DIAORD AT END
               PERFORM DIA-FECHACHV THRU DIA-FECHACHV-FIM
               PERFORM DIA-FECHAGRP THRU DIA-FECHAGRP-FIM
               GO TO DIA-IMPRIME-FIM.
           IF W-PRIMEIRO = "S"
               PERFORM DIA-ABREGRP THRU DIA-ABREGRP-FIM
               PERFORM DIA-ABRECHV THRU DIA-ABRECHV-FIM.
           IF ORD-GRUPO NOT = W-GRUPOANT
               PERFORM DIA-FECHACHV THRU DIA-FECHACHV-FIM
               PERFORM DIA-FECHAGRP THRU DIA-FECHAGRP-FIM
               PERFORM DIA-ABREGRP THRU DIA-ABREGRP-FIM
               PERFORM DIA-ABRECHV THRU DIA-ABRECHV-FIM.
           IF ORD-CHAVE NOT = W-CHAVEANT
               PERFORM DIA-FECHACHV THRU DIA-FECHACHV-FIM
               PERFORM DIA-ABRECHV THRU DIA-ABRECHV-FIM.
           ADD ORD-KMNEG TO W-CHVNEG
           ADD ORD-KMPAR TO W-CHVPAR
           ADD ORD-KMSEM TO W-CHVSEM
           GO TO DIA-IMPRIME.
       DIA-IMPRIME-FIM.
           EXIT.
      *
       DIA-ABREGRP.
           MOVE "N" TO W-PRIMEIRO
           MOVE ORD-GRUPO TO W-GRUPOANT
           MOVE ZEROS TO W-GRPNEG W-GRPPAR W-GRPSEM
           MOVE SPACES TO LINREL
           PERFORM DIA-IMP THRU DIA-IMP-FIM.
           IF ORD-GRUPO = "1"
               MOVE "POR MOTORISTA" TO LINREL
           ELSE
               MOVE "POR CENTRO DE CUSTO" TO LINREL.
           PERFORM DIA-IMP THRU DIA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  CHAVE       NOME                      "
                  "A SERVICO PARTICULAR SEM DIARIO %PART"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DIA-IMP THRU DIA-IMP-FIM.
       DIA-ABREGRP-FIM.
           EXIT.
      *
       DIA-ABRECHV.
           MOVE ORD-CHAVE TO W-CHAVEANT
           MOVE ORD-NOME  TO W-NOMEANT
           MOVE ZEROS TO W-CHVNEG W-CHVPAR W-CHVSEM.
       DIA-ABRECHV-FIM.
           EXIT.
      *
       DIA-FECHACHV.
           IF W-PRIMEIRO = "S"
               GO TO DIA-FECHACHV-FIM.
           ADD 1 TO W-CHAVES
           ADD W-CHVNEG TO W-GRPNEG
           ADD W-CHVPAR TO W-GRPPAR
           ADD W-CHVSEM TO W-GRPSEM
           MOVE W-CHVNEG TO MASC-DIA-NEG
           MOVE W-CHVPAR TO MASC-DIA-PAR
           MOVE W-CHVSEM TO MASC-DIA-SEM
           COMPUTE W-BASEPCT = W-CHVNEG + W-CHVPAR
           MOVE W-CHVPAR TO W-PCTNUM
           PERFORM DIA-PCT THRU DIA-PCT-FIM.
           MOVE SPACES TO LINREL
           STRING "  " W-CHAVEANT " " W-NOMEANT (1:25) " "
                  MASC-DIA-NEG " " MASC-DIA-PAR " " MASC-DIA-SEM
                  " " MASC-DIA-PCT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DIA-IMP THRU DIA-IMP-FIM.
       DIA-FECHACHV-FIM.
           EXIT.
      *
       DIA-FECHAGRP.
           IF W-PRIMEIRO = "S"
               GO TO DIA-FECHAGRP-FIM.
           MOVE W-GRPNEG TO MASC-DIA-NEG
           MOVE W-GRPPAR TO MASC-DIA-PAR
           MOVE W-GRPSEM TO MASC-DIA-SEM
           COMPUTE W-BASEPCT = W-GRPNEG + W-GRPPAR
           MOVE W-GRPPAR TO W-PCTNUM
           PERFORM DIA-PCT THRU DIA-PCT-FIM.
           MOVE SPACES TO LINREL
           STRING "  TOTAL DO QUADRO                       "
                  MASC-DIA-NEG " " MASC-DIA-PAR " " MASC-DIA-SEM
                  " " MASC-DIA-PCT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DIA-IMP THRU DIA-IMP-FIM.
       DIA-FECHAGRP-FIM.
           EXIT.
      *
      *        % PARTICULAR SOBRE O KM ANOTADO NO DIARIO (W-PCTNUM /
      *        W-BASEPCT)
       DIA-PCT.
           MOVE ZEROS TO W-PCTPAR
           IF W-BASEPCT > ZEROS
               COMPUTE W-PCTPAR ROUNDED = W-PCTNUM * 100 / W-BASEPCT.
           MOVE W-PCTPAR TO MASC-DIA-PCT.
       DIA-PCT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO FINAL
      *-----------------------------------------------------------------
       DIA-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM DIA-IMP THRU DIA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ALOCACOES LIDAS.........: " W-LIDAS
                  "  FECHADAS NO MES: " W-FECHADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DIA-IMP THRU DIA-IMP-FIM.
           IF W-TRCDISP = "S"
               CLOSE TRECHO.
           IF W-CCUDISP = "S"
               CLOSE CCUSTO.
           CLOSE ALOCA RELDIA IMPRESSORA.
           DISPLAY "RELDIAR - RELATORIO GERADO EM RELDIAR.TXT".
           DISPLAY "ALOCACOES DO MES.....: " W-FECHADAS.
       DIA-RESUMO-FIM.
           EXIT.
      *
       DIA-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       DIA-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
