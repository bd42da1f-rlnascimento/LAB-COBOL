       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEMPR.
      **************************************
      *  EMPRESTIMOS DE ITENS A AMIGOS     *
      *  (EMPREST.DAT)                     *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR ITEM EMPRESTADO: APELIDO DO AMIGO (CONFERIDO
      * EM AMIGO.DAT, COM PESQUISA POR NOME NO F4), DATA DO EMPRESTIMO
      * (HOJE, SE NAO FOR MUDADA) E O ITEM, MAIS A DESCRICAO E A DATA
      * PREVISTA DE DEVOLUCAO. QUANDO O ITEM VOLTA, O MESMO REGISTRO E
      * CHAMADO E ALTERADO COM A DATA DA DEVOLUCAO E O ESTADO EM QUE
      * VOLTOU (B=BOM D=DANIFICADO P=PERDIDO). OS ATRASADOS SAEM NO
      * RELEMPR, QUE TAMBEM COLOCA A COBRANCA NA AGENDA DO AMIGO.
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2 = NOME
                                                      WITH DUPLICATES.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYEMPR.
           COPY CPYAMIR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *        DATA EM CONFERENCIA (EMPRESTIMO, PREVISTA OU DEVOLUCAO),
      *        QUEBRADA PARA O MODULO DE DATAS
       01 W-DATAUX     PIC 9(08) VALUE ZEROS.
       01 W-DATAUX-R REDEFINES W-DATAUX.
            03 W-DATAUX-ANO PIC 9(04).
            03 W-DATAUX-MES PIC 9(02).
            03 W-DATAUX-DIA PIC 9(02).
       77 W-DATAOK     PIC X(01) VALUE "N".
           COPY CPYAPQW.
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==EMPREST==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO EMPREST SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO EMPREST.DAT"==
                   ==ST-ERRO== BY ==ST-EMP==.
       INC-OP1.
                OPEN INPUT CODAMIGO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO AMIGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE EMPREST
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO EMP-APELIDO EMP-ITEM EMP-DESCR
                               EMP-ESTADO EMP-OBS
                MOVE ZEROS  TO EMP-PREVISTA EMP-DEVOLUCAO
                MOVE W-HOJE TO EMP-DATA
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "EMPRESTIMOS A AMIGOS"
                DISPLAY (04, 01) "APELIDO         : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "EMPRESTADO EM   : "
                DISPLAY (06, 28) "(AAAAMMDD)"
                DISPLAY (07, 01) "ITEM            : "
                DISPLAY (08, 01) "DESCRICAO       : "
                DISPLAY (09, 01) "DEVOLVER ATE    : "
                DISPLAY (09, 28) "(AAAAMMDD)"
                DISPLAY (10, 01) "DEVOLVIDO EM    : "
                DISPLAY (10, 28) "(AAAAMMDD, 0=AINDA FORA)"
                DISPLAY (11, 01) "ESTADO (B/D/P)  : "
                DISPLAY (11, 28) "(B=BOM D=DANIFICADO P=PERDIDO)"
                DISPLAY (12, 01) "OBSERVACAO      : "
                DISPLAY (16, 01) "F4=PESQUISAR AMIGO POR NOME".
       INC-002.
                ACCEPT (04, 18) EMP-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-ACT = TEC-F4
                   GO TO APQ-001.
       INC-002V.
                IF EMP-APELIDO = SPACES
                   MOVE "*** APELIDO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE EMP-APELIDO TO APELIDO
                READ CODAMIGO
                IF ST-ERRO NOT = "00"
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) NOME.
       INC-002A.
                ACCEPT (06, 18) EMP-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                MOVE EMP-DATA TO W-DATAUX
                PERFORM EMP-VDATA THRU EMP-VDATA-FIM
                IF W-DATAOK NOT = "S"
                   MOVE "*** DATA DO EMPRESTIMO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF EMP-DATA > W-HOJE
                   MOVE "*** EMPRESTIMO NAO PODE SER FUTURO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-002B.
                ACCEPT (07, 18) EMP-ITEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002A.
                IF EMP-ITEM = SPACES
                   MOVE "*** ITEM E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
       LER-EMP01.
                MOVE 0 TO W-SEL
                READ EMPREST
                IF ST-EMP NOT = "23"
                   IF ST-EMP = "00"
                      DISPLAY (08, 18) EMP-DESCR
                      DISPLAY (09, 18) EMP-PREVISTA
                      DISPLAY (10, 18) EMP-DEVOLUCAO
                      DISPLAY (11, 18) EMP-ESTADO
                      DISPLAY (12, 18) EMP-OBS
                      MOVE "*** EMPRESTIMO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO EMPREST.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (08, 18) EMP-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002B.
       INC-004.
                ACCEPT (09, 18) EMP-PREVISTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                MOVE EMP-PREVISTA TO W-DATAUX
                PERFORM EMP-VDATA THRU EMP-VDATA-FIM
                IF W-DATAOK NOT = "S"
                   MOVE "*** DATA PREVISTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF EMP-PREVISTA < EMP-DATA
                   MOVE "*** PREVISTA ANTERIOR AO EMPRESTIMO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-004A.
                ACCEPT (10, 18) EMP-DEVOLUCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF EMP-DEVOLUCAO = ZEROS
                   MOVE SPACES TO EMP-ESTADO
                   DISPLAY (11, 18) EMP-ESTADO
                   GO TO INC-005.
                MOVE EMP-DEVOLUCAO TO W-DATAUX
                PERFORM EMP-VDATA THRU EMP-VDATA-FIM
                IF W-DATAOK NOT = "S"
                   MOVE "*** DATA DE DEVOLUCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
                IF EMP-DEVOLUCAO < EMP-DATA
                   MOVE "*** DEVOLUCAO ANTERIOR AO EMPRESTIMO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
                IF EMP-DEVOLUCAO > W-HOJE
                   MOVE "*** DEVOLUCAO NAO PODE SER FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
       INC-004B.
                ACCEPT (11, 18) EMP-ESTADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
                IF EMP-ESTADO NOT = "B" AND EMP-ESTADO NOT = "D"
                   AND EMP-ESTADO NOT = "P"
                   MOVE "*** ESTADO: B=BOM D=DANIFICADO P=PERDIDO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
       INC-005.
                ACCEPT (12, 18) EMP-OBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                MOVE W-OPERADOR TO EMP-OPERADOR
                WRITE REGEMP
                IF ST-EMP = "00" OR "02"
                      MOVE "EMPREST"    TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE EMP-APELIDO  TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO EMPREST.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO INC-003.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE EMPREST RECORD
                IF ST-EMP = "00"
                   MOVE "EMPREST"    TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE EMP-APELIDO  TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-EXCCNT
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
       ALT-RW1.
                MOVE W-OPERADOR TO EMP-OPERADOR
                REWRITE REGEMP
                IF ST-EMP = "00" OR "02"
                   MOVE "EMPREST"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE EMP-APELIDO  TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO EMPREST.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * CONFERENCIA DE UMA DATA AAAAMMDD       *
      *****************************************
      *
       EMP-VDATA.
                MOVE W-DATAUX-DIA TO DTV-DIA
                MOVE W-DATAUX-MES TO DTV-MES
                MOVE W-DATAUX-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                MOVE DTV-OK TO W-DATAOK.
       EMP-VDATA-FIM.
                EXIT.
      *
      *****************************************
      * PESQUISA DE AMIGO POR NOME (F4)        *
      *****************************************
      *
           COPY CPYAPQP
               REPLACING ==CPY-LINA==    BY ==20==
                         ==CPY-DESTINO== BY ==EMP-APELIDO==
                         ==CPY-APLIN==   BY ==04==
                         ==CPY-APCOL==   BY ==18==
                         ==CPY-VOLTA==   BY ==INC-002==
                         ==CPY-APOS==    BY ==INC-002V==.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE EMPREST CODAMIGO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - EMPRESTIMOS"
                DISPLAY "INCLUSOES..............: " W-INCCNT
                DISPLAY "ALTERACOES..............: " W-ALTCNT
                DISPLAY "EXCLUSOES..............: " W-EXCCNT
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
      *
      **********************
      * IDENTIFICACAO DO OPERADOR *
      **********************
      *
           COPY CPYOPER.
      *
           COPY CPYOPRC.
      *
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
      *
      *****************************************
      * MODULO DE DATAS                        *
      *****************************************
      *
           COPY CPYDTVP.
       FIM-ROT-TEMPO.
