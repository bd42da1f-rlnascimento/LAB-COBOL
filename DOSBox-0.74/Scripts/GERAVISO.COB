       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAVISO.
      **************************************
      *  AVISO DIARIO DE FALTAS AOS PAIS   *
      *  (CHAMADA.DAT -> AVISOREM.TXT)     *
      **************************************
      *----------------------------------------------------------------
      * JOB DO FIM DO DIA: LE AS MARCACOES DE HOJE EM CHAMADA.DAT E,
      * PARA CADA ALUNO AUSENTE (CHA-PRESENTE = A), GRAVA UMA LINHA NA
      * REMESSA AVISOREM.TXT PARA O PROVEDOR DE SMS/WHATSAPP, NO MOLDE
      * DA REMESSA DO NFSRPS (TIPO 1 HEADER COM A DATA, TIPO 2 UMA
      * MENSAGEM POR ALUNO COM O IDENTIFICADOR, O FONERESP, O NOME DO
      * ALUNO, A DATA E AS DISCIPLINAS EM QUE FALTOU, TIPO 9 TRAILER
      * COM A QUANTIDADE). FALTA JA COBERTA POR ATESTADO (ATESTADO.DAT,
      * DATA DENTRO DO PERIODO DO ATESTADO DA DISCIPLINA) NAO GERA
      * AVISO - A JUSTIFICADA (J) NEM ENTRA. ALUNO SEM FONERESP SAI NA
      * CONFERENCIA PARA A SECRETARIA LIGAR.
      * CADA MENSAGEM FICA EM AVISOFAL.DAT (SITUACAO E = ENVIADA) PARA
      * O AVISORET DAR A BAIXA DO RETORNO DO PROVEDOR; ALUNO QUE JA
      * TEM AVISO NO DIA NAO GERA OUTRO, DE MODO QUE RODAR DE NOVO SO
      * MANDA O QUE FALTOU. SEM PERGUNTA NENHUMA, RODA NA ESTEIRA
      * (JOBSTREA.TXT). CONFERENCIA EM GERAVISO.REL E NO SPOOL
      * GERAVISO.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCHAS.
           COPY CPYATSS.
           COPY CPYALUS.
           COPY CPYAVFS.
           SELECT AVIORD ASSIGN TO DISK.
           SELECT ARQREM ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REM.
           SELECT RELAVI ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCHAR.
           COPY CPYATSR.
           COPY CPYALUR.
           COPY CPYAVFR.
      *
       SD  AVIORD.
       01 REGORD.
                03 ORD-CODALU      PIC 9(05).
                03 ORD-DISCIPLINA  PIC X(20).
      *
      *        REMESSA PARA O PROVEDOR DE MENSAGENS
       FD  ARQREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISOREM.TXT".
       01 LINREM.
                03 REM-TIPO        PIC X(01).
                03 REM-ID          PIC 9(13).
                03 REM-DDD         PIC 9(03).
                03 REM-FONE        PIC 9(09).
                03 REM-NOME        PIC X(30).
                03 REM-DATA        PIC 9(08).
                03 REM-DISCIPLINAS PIC X(60).
                03 FILLER          PIC X(06).
       01 LINREM-HEADER REDEFINES LINREM.
                03 FILLER          PIC X(01).
                03 HDR-VERSAO      PIC X(03).
                03 HDR-ORIGEM      PIC X(20).
                03 HDR-DATA        PIC 9(08).
                03 FILLER          PIC X(98).
       01 LINREM-TRAILER REDEFINES LINREM.
                03 FILLER          PIC X(01).
                03 TRL-QTD         PIC 9(07).
                03 FILLER          PIC X(122).
      *
       FD  RELAVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GERAVISO.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CHA         PIC X(02) VALUE "00".
       77 ST-ATS         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-AVF         PIC X(02) VALUE "00".
       77 ST-REM         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-ATSDISP      PIC X(01) VALUE "N".
       77 W-COBERTA      PIC X(01) VALUE "N".
       77 W-PRIMALU      PIC X(01) VALUE "S".
       77 W-CODANT       PIC 9(05) VALUE ZEROS.
       77 W-DISANT       PIC X(20) VALUE SPACES.
       77 W-QTDDIS       PIC 9(02) VALUE ZEROS.
       77 W-DISLIN       PIC X(60) VALUE SPACES.
       77 W-DPOS         PIC 9(02) VALUE ZEROS.
       77 W-DTAM         PIC 9(02) VALUE ZEROS.
      *        CONTADORES DO RESUMO
       77 W-AUSENCIAS    PIC 9(06) VALUE ZEROS.
       77 W-ABONADAS     PIC 9(06) VALUE ZEROS.
       77 W-MENSAGENS    PIC 9(06) VALUE ZEROS.
       77 W-JAAVISADOS   PIC 9(06) VALUE ZEROS.
       77 W-SEMFONE      PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GERAVISO - AVISO DIARIO DE FALTAS AOS PAIS".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM AVI-OP0 THRU AVI-OP0-FIM.
           SORT AVIORD ON ASCENDING KEY ORD-CODALU ORD-DISCIPLINA
                       INPUT PROCEDURE AVI-SELECIONA
                                  THRU AVI-SELECIONA-FIM
                       OUTPUT PROCEDURE AVI-GERA
                                  THRU AVI-GERA-FIM.
           PERFORM AVI-RESUMO THRU AVI-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E HEADER DA REMESSA. SEM ATESTADO.DAT
      * NENHUMA FALTA ESTA COBERTA
      *-----------------------------------------------------------------
       AVI-OP0.
           OPEN INPUT CHAMADA
           IF ST-CHA NOT = "00"
               DISPLAY "ERRO AO ABRIR CHAMADA.DAT - ST=" ST-CHA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               MOVE 8 TO RETURN-CODE
               CLOSE CHAMADA
               GO TO ROT-FIM.
           OPEN I-O AVISOFAL
           IF ST-AVF NOT = "00"
               IF ST-AVF = "30" OR ST-AVF = "35"
                  OPEN OUTPUT AVISOFAL
                  CLOSE AVISOFAL
                  OPEN I-O AVISOFAL
               ELSE
                  DISPLAY "ERRO AO ABRIR AVISOFAL.DAT - ST=" ST-AVF
                  MOVE 8 TO RETURN-CODE
                  CLOSE CHAMADA ALUNO
                  GO TO ROT-FIM.
           OPEN OUTPUT ARQREM
           IF ST-REM NOT = "00"
               DISPLAY "ERRO AO CRIAR AVISOREM.TXT - ST=" ST-REM
               MOVE 8 TO RETURN-CODE
               CLOSE CHAMADA ALUNO AVISOFAL
               GO TO ROT-FIM.
           OPEN OUTPUT RELAVI
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR GERAVISO.REL - ST=" ST-REL
               MOVE 8 TO RETURN-CODE
               CLOSE CHAMADA ALUNO AVISOFAL ARQREM
               GO TO ROT-FIM.
           MOVE "GERAVISO.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "GERAVISO" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               MOVE 8 TO RETURN-CODE
               CLOSE CHAMADA ALUNO AVISOFAL ARQREM RELAVI
               GO TO ROT-FIM.
           OPEN INPUT ATESTADO
           IF ST-ATS = "00"
               MOVE "S" TO W-ATSDISP.
           MOVE SPACES TO LINREM
           MOVE "1"    TO REM-TIPO
           MOVE "001"  TO HDR-VERSAO
           MOVE "ESCOLA LOJA AMIGOS" TO HDR-ORIGEM
           MOVE W-HOJE TO HDR-DATA
           WRITE LINREM.
           MOVE SPACES TO LINREL
           STRING "AVISO DE FALTAS AOS PAIS - " W-HOJE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
       AVI-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * AS AUSENCIAS DE HOJE QUE NAO ESTAO COBERTAS POR ATESTADO
      *-----------------------------------------------------------------
       AVI-SELECIONA.
           READ CHAMADA NEXT RECORD
               AT END GO TO AVI-SELECIONA-FIM.
           IF CHA-DATA NOT = W-HOJE OR CHA-PRESENTE NOT = "A"
               GO TO AVI-SELECIONA.
           ADD 1 TO W-AUSENCIAS
           PERFORM AVI-ATESTADO THRU AVI-ATESTADO-FIM.
           IF W-COBERTA = "S"
               ADD 1 TO W-ABONADAS
               GO TO AVI-SELECIONA.
           MOVE CHA-CODALU     TO ORD-CODALU
           MOVE CHA-DISCIPLINA TO ORD-DISCIPLINA
           RELEASE REGORD.
           GO TO AVI-SELECIONA.
       AVI-SELECIONA-FIM.
           EXIT.
      *
      *        ALGUM ATESTADO DO ALUNO NA DISCIPLINA COBRE O DIA?
       AVI-ATESTADO.
           MOVE "N" TO W-COBERTA
           IF W-ATSDISP NOT = "S"
               GO TO AVI-ATESTADO-FIM.
           MOVE CHA-CODALU     TO ATS-CODALU
           MOVE CHA-DISCIPLINA TO ATS-DISCIPLINA
           MOVE ZEROS          TO ATS-DATAINI
           START ATESTADO KEY IS NOT LESS THAN ATS-CHAVE
           IF ST-ATS NOT = "00"
               GO TO AVI-ATESTADO-FIM.
       AVI-ATESTADO-LER.
           READ ATESTADO NEXT RECORD
               AT END GO TO AVI-ATESTADO-FIM.
           IF ATS-CODALU NOT = CHA-CODALU
               OR ATS-DISCIPLINA NOT = CHA-DISCIPLINA
               GO TO AVI-ATESTADO-FIM.
           IF ATS-DATAINI > W-HOJE
               GO TO AVI-ATESTADO-FIM.
           IF ATS-DATAFIM NOT < W-HOJE
               MOVE "S" TO W-COBERTA
               GO TO AVI-ATESTADO-FIM.
           GO TO AVI-ATESTADO-LER.
       AVI-ATESTADO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA MENSAGEM POR ALUNO COM TODAS AS DISCIPLINAS DO DIA
      *-----------------------------------------------------------------
       AVI-GERA.
           RETURN AVIORD AT END GO TO AVI-GERA-ULT.
           IF W-PRIMALU = "S" OR ORD-CODALU NOT = W-CODANT
               PERFORM AVI-MENSAGEM THRU AVI-MENSAGEM-FIM
               MOVE "N" TO W-PRIMALU
               MOVE ORD-CODALU TO W-CODANT
               MOVE SPACES TO W-DISLIN W-DISANT
               MOVE ZEROS TO W-QTDDIS
               MOVE 1 TO W-DPOS.
      *        A MESMA DISCIPLINA DUAS VEZES NO DIA (AULA DUPLA) SO
      *        ENTRA UMA VEZ NO TEXTO
           IF ORD-DISCIPLINA = W-DISANT
               GO TO AVI-GERA.
           MOVE ORD-DISCIPLINA TO W-DISANT
           ADD 1 TO W-QTDDIS
           PERFORM AVI-JUNTA THRU AVI-JUNTA-FIM.
           GO TO AVI-GERA.
       AVI-GERA-ULT.
           PERFORM AVI-MENSAGEM THRU AVI-MENSAGEM-FIM.
       AVI-GERA-FIM.
           EXIT.
      *
      *        ACRESCENTA A DISCIPLINA NA LISTA SEPARADA POR VIRGULA
       AVI-JUNTA.
           MOVE 20 TO W-DTAM.
       AVI-JUNTA-TAM.
           IF W-DTAM > 1 AND ORD-DISCIPLINA (W-DTAM:1) = SPACE
               SUBTRACT 1 FROM W-DTAM
               GO TO AVI-JUNTA-TAM.
           IF W-DPOS > 1
               IF W-DPOS + 2 > 60
                   GO TO AVI-JUNTA-FIM
               ELSE
                   MOVE ", " TO W-DISLIN (W-DPOS:2)
                   ADD 2 TO W-DPOS.
           IF W-DPOS + W-DTAM > 61
               COMPUTE W-DTAM = 61 - W-DPOS.
           IF W-DTAM > 0
               MOVE ORD-DISCIPLINA (1:W-DTAM)
                    TO W-DISLIN (W-DPOS:W-DTAM)
               ADD W-DTAM TO W-DPOS.
       AVI-JUNTA-FIM.
           EXIT.
      *
      *        FECHA O ALUNO ANTERIOR: CONTROLE, REMESSA E CONFERENCIA
       AVI-MENSAGEM.
           IF W-PRIMALU = "S"
               GO TO AVI-MENSAGEM-FIM.
           MOVE W-CODANT TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS TO DDDRESP NUMRESP.
           IF NUMRESP = ZEROS
               ADD 1 TO W-SEMFONE
               MOVE SPACES TO LINREL
               STRING "SEM FONERESP - LIGAR: " W-CODANT " " NOME
                      DELIMITED BY SIZE INTO LINREL
               PERFORM AVI-IMP THRU AVI-IMP-FIM
               MOVE SPACES TO LINREL
               STRING "    FALTOU EM: " W-DISLIN
                      DELIMITED BY SIZE INTO LINREL
               PERFORM AVI-IMP THRU AVI-IMP-FIM
               GO TO AVI-MENSAGEM-FIM.
           MOVE W-HOJE   TO AVF-DATA
           MOVE W-CODANT TO AVF-CODALU
           MOVE DDDRESP  TO AVF-DDD
           MOVE NUMRESP  TO AVF-NUMFONE
           MOVE W-QTDDIS TO AVF-QTDDIS
           MOVE W-DISLIN TO AVF-DISCIPLINAS
           MOVE "E"      TO AVF-SITUACAO
           MOVE SPACES   TO AVF-MOTIVO
           MOVE ZEROS    TO AVF-RETORNO
           WRITE REGAVF
           IF ST-AVF = "22"
               ADD 1 TO W-JAAVISADOS
               GO TO AVI-MENSAGEM-FIM.
           IF ST-AVF NOT = "00"
               DISPLAY "ERRO AO GRAVAR AVISOFAL - ALUNO " W-CODANT
                   " ST=" ST-AVF
               MOVE 8 TO RETURN-CODE
               GO TO AVI-MENSAGEM-FIM.
           MOVE SPACES    TO LINREM
           MOVE "2"       TO REM-TIPO
           MOVE AVF-CHAVE TO REM-ID
           MOVE DDDRESP   TO REM-DDD
           MOVE NUMRESP   TO REM-FONE
           MOVE NOME      TO REM-NOME
           MOVE W-HOJE    TO REM-DATA
           MOVE W-DISLIN  TO REM-DISCIPLINAS
           WRITE LINREM.
           ADD 1 TO W-MENSAGENS
           MOVE SPACES TO LINREL
           STRING W-CODANT " " NOME " (" DDDRESP ") " NUMRESP
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    FALTOU EM: " W-DISLIN
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
       AVI-MENSAGEM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TRAILER DA REMESSA E RESUMO
      *-----------------------------------------------------------------
       AVI-RESUMO.
           MOVE SPACES TO LINREM
           MOVE "9"    TO REM-TIPO
           MOVE W-MENSAGENS TO TRL-QTD
           WRITE LINREM.
           MOVE SPACES TO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "AUSENCIAS DO DIA............: " W-AUSENCIAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "COBERTAS POR ATESTADO.......: " W-ABONADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MENSAGENS NA REMESSA........: " W-MENSAGENS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "JA AVISADOS NO DIA..........: " W-JAAVISADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SEM FONE (LIGAR)............: " W-SEMFONE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           IF W-ATSDISP = "S"
               CLOSE ATESTADO.
           CLOSE CHAMADA ALUNO AVISOFAL ARQREM RELAVI IMPRESSORA.
           DISPLAY "GERAVISO - REMESSA EM AVISOREM.TXT".
           DISPLAY "MENSAGENS...: " W-MENSAGENS.
       AVI-RESUMO-FIM.
           EXIT.
      *
       AVI-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       AVI-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        O PROGRAMA NORMALMENTE; CHAMADO PELO CONTROLADOR
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
