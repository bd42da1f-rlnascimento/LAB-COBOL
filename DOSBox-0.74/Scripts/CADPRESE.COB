       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPRESE.
      **************************************
      *  PRESENTES DADOS E RECEBIDOS       *
      *  (PRESENTE.DAT)                    *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR PRESENTE TROCADO COM UM AMIGO: APELIDO
      * (CONFERIDO EM AMIGO.DAT, COM PESQUISA POR NOME NO F4), DATA
      * (HOJE, SE NAO FOR MUDADA), SEQUENCIA DO DIA, OCASIAO
      * (ANIVERSARIO, NATAL, EVENTO DE EVENTO.DAT OU OUTRA), SENTIDO
      * (DADO/RECEBIDO), DESCRICAO E VALOR. F5 NO APELIDO MOSTRA O
      * HISTORICO DE PRESENTES DO AMIGO, DO MAIS ANTIGO AO MAIS NOVO,
      * PARA NAO REPETIR PRESENTE. OS TRES ULTIMOS DADOS SAEM TAMBEM
      * NO RELANIV E O GASTO DO ANO NO RELPRESE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPSNS.
           SELECT CODAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2 = NOME
                                                      WITH DUPLICATES.
           COPY CPYEVES.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPSNR.
           COPY CPYAMIR.
           COPY CPYEVER.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PSN       PIC X(02) VALUE "00".
       77 ST-EVE       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-EVEDISP    PIC X(01) VALUE "N".
      *        HISTORICO DO AMIGO (F5 NO APELIDO)
       77 W-HISPED     PIC X(01) VALUE "N".
       77 W-APEHIS     PIC X(12) VALUE SPACES.
       77 W-HISLIN     PIC 9(02) VALUE ZEROS.
      *        DATA EM CONFERENCIA, QUEBRADA PARA O MODULO DE DATAS
       01 W-DATAUX     PIC 9(08) VALUE ZEROS.
       01 W-DATAUX-R REDEFINES W-DATAUX.
            03 W-DATAUX-ANO PIC 9(04).
            03 W-DATAUX-MES PIC 9(02).
            03 W-DATAUX-DIA PIC 9(02).
           COPY CPYAPQW.
           COPY CPYDTVW.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==PRESENTE==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO PRESENTE SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO PRESENTE.DAT"==
                   ==ST-ERRO== BY ==ST-PSN==.
       INC-OP1.
                OPEN INPUT CODAMIGO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO AMIGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PRESENTE
                   GO TO ROT-FIM.
      *        SEM EVENTO.DAT A OCASIAO "E" FICA RECUSADA
                OPEN INPUT EVENTO
                IF ST-EVE = "00"
                   MOVE "S" TO W-EVEDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO PSN-APELIDO PSN-OCASIAO PSN-SENTIDO
                               PSN-DESCR
                MOVE ZEROS  TO PSN-EVENTO PSN-VALOR
                MOVE W-HOJE TO PSN-DATA
                MOVE 1      TO PSN-SEQ
                MOVE "N"    TO W-HISPED
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "PRESENTES DADOS E RECEBIDOS"
                DISPLAY (04, 01) "APELIDO         : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "DATA            : "
                DISPLAY (06, 28) "(AAAAMMDD)"
                DISPLAY (07, 01) "SEQUENCIA NO DIA: "
                DISPLAY (08, 01) "OCASIAO         : "
                DISPLAY (08, 28) "(A=ANIVERS. N=NATAL E=EVENTO O=OUTRA)"
                DISPLAY (09, 01) "EVENTO          : "
                DISPLAY (10, 01) "SENTIDO (D/R)   : "
                DISPLAY (10, 28) "(D=DADO R=RECEBIDO)"
                DISPLAY (11, 01) "DESCRICAO       : "
                DISPLAY (12, 01) "VALOR           : "
                DISPLAY (13, 01) "F4=PESQUISAR AMIGO POR NOME"
                DISPLAY (13, 31) "F5=HISTORICO DO AMIGO".
       INC-002.
                ACCEPT (04, 18) PSN-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-ACT = TEC-F4
                   GO TO APQ-001.
                MOVE "N" TO W-HISPED
                IF W-ACT = TEC-F5
                   MOVE "S" TO W-HISPED.
       INC-002V.
                IF PSN-APELIDO = SPACES
                   MOVE "*** APELIDO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE PSN-APELIDO TO APELIDO
                READ CODAMIGO
                IF ST-ERRO NOT = "00"
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) NOME
                IF W-HISPED = "S"
                   GO TO HIS-001.
       INC-002A.
                ACCEPT (06, 18) PSN-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                MOVE PSN-DATA TO W-DATAUX
                MOVE W-DATAUX-DIA TO DTV-DIA
                MOVE W-DATAUX-MES TO DTV-MES
                MOVE W-DATAUX-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF PSN-DATA > W-HOJE
                   MOVE "*** DATA NAO PODE SER FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-002B.
                ACCEPT (07, 18) PSN-SEQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002A.
                IF PSN-SEQ = ZEROS
                   MOVE "*** SEQUENCIA E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
       LER-PSN01.
                MOVE 0 TO W-SEL
                READ PRESENTE
                IF ST-PSN NOT = "23"
                   IF ST-PSN = "00"
                      DISPLAY (08, 18) PSN-OCASIAO
                      DISPLAY (09, 18) PSN-EVENTO
                      DISPLAY (10, 18) PSN-SENTIDO
                      DISPLAY (11, 18) PSN-DESCR
                      MOVE PSN-VALOR TO MASC-DINHEIRO
                      DISPLAY (12, 18) MASC-DINHEIRO
                      MOVE "*** PRESENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO PRESENTE.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (08, 18) PSN-OCASIAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002B.
                IF PSN-OCASIAO NOT = "A" AND PSN-OCASIAO NOT = "N"
                   AND PSN-OCASIAO NOT = "E" AND PSN-OCASIAO NOT = "O"
                   MOVE "*** OCASIAO: A / N / E / O ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF PSN-OCASIAO NOT = "E"
                   MOVE ZEROS TO PSN-EVENTO
                   DISPLAY (09, 18) PSN-EVENTO
                   DISPLAY (09, 22) "                              "
                   GO TO INC-004.
       INC-003A.
                ACCEPT (09, 18) PSN-EVENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-EVEDISP NOT = "S"
                   MOVE "*** SEM CADASTRO DE EVENTOS (EVENTO.DAT) ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE PSN-EVENTO TO EVE-COD
                READ EVENTO
                IF ST-EVE NOT = "00"
                   MOVE "*** EVENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                DISPLAY (09, 22) EVE-DESC.
       INC-004.
                ACCEPT (10, 18) PSN-SENTIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF PSN-SENTIDO NOT = "D" AND PSN-SENTIDO NOT = "R"
                   MOVE "*** SENTIDO: D=DADO R=RECEBIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-004A.
                ACCEPT (11, 18) PSN-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF PSN-DESCR = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
       INC-005.
                ACCEPT (12, 18) PSN-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
                MOVE PSN-VALOR TO MASC-DINHEIRO
                DISPLAY (12, 18) MASC-DINHEIRO.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                MOVE W-OPERADOR TO PSN-OPERADOR
                WRITE REGPSN
                IF ST-PSN = "00" OR "02"
                      MOVE "PRESENTE"   TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE PSN-APELIDO  TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO PRESENTE.DAT" TO MENS
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
                DELETE PRESENTE RECORD
                IF ST-PSN = "00"
                   MOVE "PRESENTE"   TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE PSN-APELIDO  TO AUD-CHAVE
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
                MOVE W-OPERADOR TO PSN-OPERADOR
                REWRITE REGPSN
                IF ST-PSN = "00" OR "02"
                   MOVE "PRESENTE"   TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE PSN-APELIDO  TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO PRESENTE.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * HISTORICO DE PRESENTES DO AMIGO (F5)  *
      *****************************************
      *
       HIS-001.
                MOVE PSN-APELIDO TO W-APEHIS
                MOVE ZEROS TO PSN-DATA PSN-SEQ
                START PRESENTE KEY IS NOT LESS THAN PSN-CHAVE
                IF ST-PSN NOT = "00"
                   MOVE "*** NENHUM PRESENTE REGISTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HIS-VOLTA.
                DISPLAY (13, 01) LIMPA
                DISPLAY (13, 51) "                    "
                DISPLAY (13, 01) "DATA       OC SE DESCRICAO"
                DISPLAY (13, 53) "VALOR"
                MOVE 14 TO W-HISLIN.
       HIS-002.
                READ PRESENTE NEXT RECORD
                IF ST-PSN NOT = "00"
                   MOVE "*** FIM DO HISTORICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HIS-VOLTA.
                IF PSN-APELIDO NOT = W-APEHIS
                   MOVE "*** FIM DO HISTORICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HIS-VOLTA.
                DISPLAY (W-HISLIN, 01) PSN-DATA-DIA
                DISPLAY (W-HISLIN, 03) "/"
                DISPLAY (W-HISLIN, 04) PSN-DATA-MES
                DISPLAY (W-HISLIN, 06) "/"
                DISPLAY (W-HISLIN, 07) PSN-DATA-ANO
                DISPLAY (W-HISLIN, 12) PSN-OCASIAO
                DISPLAY (W-HISLIN, 15) PSN-SENTIDO
                DISPLAY (W-HISLIN, 18) PSN-DESCR
                MOVE PSN-VALOR TO MASC-DINHEIRO
                DISPLAY (W-HISLIN, 49) MASC-DINHEIRO
                ADD 1 TO W-HISLIN
                IF W-HISLIN < 22
                   GO TO HIS-002.
       HIS-003.
                DISPLAY (23, 12)
                    "ENTER=MAIS PRESENTES   ESC=VOLTAR".
                ACCEPT (23, 50) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO HIS-VOLTA.
                PERFORM HIS-LIMPA THRU HIS-LIMPA-FIM
                MOVE 14 TO W-HISLIN
                GO TO HIS-002.
      *        DE VOLTA AO LANCAMENTO, COM O AMIGO JA ESCOLHIDO
       HIS-VOLTA.
                PERFORM HIS-LIMPA THRU HIS-LIMPA-FIM
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                MOVE SPACES TO PSN-OCASIAO PSN-SENTIDO PSN-DESCR
                MOVE ZEROS  TO PSN-EVENTO PSN-VALOR
                MOVE W-APEHIS TO PSN-APELIDO
                MOVE W-HOJE   TO PSN-DATA
                MOVE 1        TO PSN-SEQ
                MOVE "N"      TO W-HISPED
                DISPLAY (13, 01) LIMPA
                DISPLAY (13, 51) "                    "
                DISPLAY (13, 01) "F4=PESQUISAR AMIGO POR NOME"
                DISPLAY (13, 31) "F5=HISTORICO DO AMIGO"
                DISPLAY (04, 18) PSN-APELIDO
                GO TO INC-002A.
      *
       HIS-LIMPA.
                MOVE 14 TO W-HISLIN.
       HIS-LIMPA-LOOP.
                DISPLAY (W-HISLIN, 01) LIMPA
                DISPLAY (W-HISLIN, 51) "                    "
                ADD 1 TO W-HISLIN
                IF W-HISLIN < 22
                   GO TO HIS-LIMPA-LOOP.
       HIS-LIMPA-FIM.
                EXIT.
      *
      *****************************************
      * PESQUISA DE AMIGO POR NOME (F4)        *
      *****************************************
      *
           COPY CPYAPQP
               REPLACING ==CPY-LINA==    BY ==20==
                         ==CPY-DESTINO== BY ==PSN-APELIDO==
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
                IF W-EVEDISP = "S"
                   CLOSE EVENTO.
                CLOSE PRESENTE CODAMIGO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - PRESENTES"
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
