       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISORET.
      **************************************
      *  RETORNO DO PROVEDOR DE MENSAGENS  *
      *  (AVISORET.TXT -> AVISOFAL.DAT)    *
      **************************************
      *----------------------------------------------------------------
      * NO MOLDE DO NFSRET: LE O RETORNO DO PROVEDOR DE SMS/WHATSAPP
      * PARA A REMESSA GERADA NO GERAVISO (AVISORET.TXT - TIPO 1
      * HEADER, TIPO 2 UM POR MENSAGEM COM O IDENTIFICADOR DA REMESSA,
      * A SITUACAO D = ENTREGUE OU F = FALHOU E O MOTIVO DA FALHA,
      * TIPO 9 TRAILER COM A QUANTIDADE) E DA BAIXA NO AVISO EM
      * AVISOFAL.DAT. AS FALHAS SAEM LISTADAS EM AVISORET.REL COM O
      * NOME DO ALUNO, O FONE E AS DISCIPLINAS PARA A SECRETARIA
      * LIGAR PARA A FAMILIA. CADA BAIXA VAI PARA AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRET ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-RET.
           COPY CPYAVFS.
           COPY CPYALUS.
           SELECT RELRET ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISORET.TXT".
       01 LINRET.
                03 RT-TIPO         PIC X(01).
                03 RT-ID           PIC 9(13).
                03 RT-SITUACAO     PIC X(01).
                03 RT-MOTIVO       PIC X(30).
                03 FILLER          PIC X(15).
       01 LINRET-TRAILER REDEFINES LINRET.
                03 FILLER          PIC X(01).
                03 RT-QTD          PIC 9(07).
                03 FILLER          PIC X(52).
      *
           COPY CPYAVFR.
           COPY CPYALUR.
      *
       FD  RELRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISORET.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RET         PIC X(02) VALUE "00".
       77 ST-AVF         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-ALUDISP      PIC X(01) VALUE "N".
       77 W-DETALHES     PIC 9(07) VALUE ZEROS.
       77 W-ENTREGUES    PIC 9(06) VALUE ZEROS.
       77 W-FALHAS       PIC 9(06) VALUE ZEROS.
       77 W-IGNORADOS    PIC 9(06) VALUE ZEROS.
       77 W-QTDTRAILER   PIC 9(07) VALUE ZEROS.
       77 W-TEMTRAILER   PIC X(01) VALUE "N".
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "AVISORET - RETORNO DOS AVISOS DE FALTA".
       RET-OPER.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
               GO TO RET-OPER.
           MOVE W-OPERADOR TO W-SPLOPER.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM RET-OP0 THRU RET-OP0-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           GO TO RET-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO. ALUNO.DAT AUSENTE SO
      * DEIXA A LISTA DE FALHAS SEM O NOME
      *-----------------------------------------------------------------
       RET-OP0.
           OPEN INPUT ARQRET
           IF ST-RET NOT = "00"
               DISPLAY "AVISORET.TXT NAO ENCONTRADO - ST=" ST-RET
               GO TO ROT-FIM.
           OPEN I-O AVISOFAL
           IF ST-AVF NOT = "00"
               DISPLAY "ERRO AO ABRIR AVISOFAL.DAT - ST=" ST-AVF
               CLOSE ARQRET
               GO TO ROT-FIM.
           OPEN INPUT ALUNO
           IF ST-ERRO = "00"
               MOVE "S" TO W-ALUDISP
           ELSE
               DISPLAY "SEM CADASTRO DE ALUNOS (ALUNO.DAT) - ST="
                   ST-ERRO.
           OPEN OUTPUT RELRET
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR AVISORET.REL - ST=" ST-REL
               CLOSE ARQRET AVISOFAL
               GO TO ROT-FIM.
           MOVE "AVISORET.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "AVISORET" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ARQRET AVISOFAL RELRET
               GO TO ROT-FIM.
           MOVE "RETORNO DOS AVISOS DE FALTA - FALHAS PARA LIGAR"
               TO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
       RET-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LE O RETORNO LINHA A LINHA
      *-----------------------------------------------------------------
       RET-LER.
           READ ARQRET
               AT END GO TO RET-EOF.
           IF RT-TIPO = "1"
               GO TO RET-LER.
           IF RT-TIPO = "9"
               MOVE "S" TO W-TEMTRAILER
               MOVE RT-QTD TO W-QTDTRAILER
               GO TO RET-LER.
           IF RT-TIPO NOT = "2"
               GO TO RET-LER.
           ADD 1 TO W-DETALHES.
           PERFORM RET-AVISO THRU RET-AVISO-FIM.
           GO TO RET-LER.
      *
      *-----------------------------------------------------------------
      * A SITUACAO DE UM AVISO - O PRIMEIRO MOTIVO IGNORA A LINHA
      *-----------------------------------------------------------------
       RET-AVISO.
           MOVE SPACES TO W-MOTIVO
           MOVE RT-ID TO AVF-CHAVE
           READ AVISOFAL
           IF ST-AVF NOT = "00"
               MOVE "AVISO NAO GERADO PELA ESCOLA" TO W-MOTIVO
               GO TO RET-AVISO-IGN.
           IF RT-SITUACAO NOT = "D" AND RT-SITUACAO NOT = "F"
               MOVE "SITUACAO DESCONHECIDA" TO W-MOTIVO
               GO TO RET-AVISO-IGN.
           IF AVF-SITUACAO NOT = "E"
               MOVE "AVISO JA BAIXADO" TO W-MOTIVO
               GO TO RET-AVISO-IGN.
           MOVE RT-SITUACAO TO AVF-SITUACAO
           MOVE W-HOJE      TO AVF-RETORNO
           IF RT-SITUACAO = "D"
               MOVE SPACES    TO AVF-MOTIVO
           ELSE
               MOVE RT-MOTIVO TO AVF-MOTIVO.
           REWRITE REGAVF
           IF ST-AVF NOT = "00" AND ST-AVF NOT = "02"
               MOVE "ERRO DE REGRAVACAO" TO W-MOTIVO
               GO TO RET-AVISO-IGN.
           MOVE "AVISOFAL"  TO AUD-ARQ
           MOVE AVF-CHAVE   TO AUD-CHAVE
           IF RT-SITUACAO = "F"
               MOVE "FALHOU" TO AUD-ACAO
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
               GO TO RET-AVISO-FAL.
           MOVE "ENTREGUE" TO AUD-ACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ADD 1 TO W-ENTREGUES
           GO TO RET-AVISO-FIM.
       RET-AVISO-FAL.
           ADD 1 TO W-FALHAS
           MOVE SPACES TO NOME
           IF W-ALUDISP = "S"
               MOVE AVF-CODALU TO CODALU
               READ ALUNO
               IF ST-ERRO NOT = "00"
                   MOVE SPACES TO NOME.
           MOVE SPACES TO LINREL
           STRING AVF-CODALU " " NOME " (" AVF-DDD ") " AVF-NUMFONE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    FALTOU EM: " AVF-DISCIPLINAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    MOTIVO: " AVF-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           GO TO RET-AVISO-FIM.
       RET-AVISO-IGN.
           ADD 1 TO W-IGNORADOS
           MOVE SPACES TO LINREL
           STRING "AVISO " RT-ID " IGNORADO: " W-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
       RET-AVISO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO E CONFERENCIA DO TRAILER
      *-----------------------------------------------------------------
       RET-EOF.
           MOVE SPACES TO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MENSAGENS NO RETORNO....: " W-DETALHES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ENTREGUES...............: " W-ENTREGUES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "FALHAS (LIGAR)..........: " W-FALHAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "IGNORADOS...............: " W-IGNORADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           IF W-TEMTRAILER = "S"
               IF W-QTDTRAILER NOT = W-DETALHES
                   MOVE SPACES TO LINREL
                   STRING "ATENCAO: TRAILER INDICA " W-QTDTRAILER
                          " MAS FORAM LIDOS " W-DETALHES
                          DELIMITED BY SIZE INTO LINREL
                   PERFORM RET-IMP THRU RET-IMP-FIM
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE "ATENCAO: RETORNO SEM TRAILER" TO LINREL
               PERFORM RET-IMP THRU RET-IMP-FIM.
           IF W-ALUDISP = "S"
               CLOSE ALUNO.
           CLOSE ARQRET AVISOFAL RELRET IMPRESSORA AUDITORIA.
           DISPLAY "AVISORET - RESULTADO EM AVISORET.REL".
           DISPLAY "ENTREGUES...: " W-ENTREGUES.
           DISPLAY "FALHAS......: " W-FALHAS.
           GO TO ROT-FIM.
      *
       RET-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RET-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM (EXIGIDA POR CPYAUDP) *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
      *
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
