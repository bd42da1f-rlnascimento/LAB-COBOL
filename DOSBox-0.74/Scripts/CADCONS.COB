       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONS.
      **************************************
      *  CONSENTIMENTO DE COMUNICACAO      *
      *  (CONSENT.DAT - LGPD)              *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR AMIGO (APELIDO CONFERIDO EM AMIGO.DAT, COM
      * PESQUISA POR NOME NO F4), CANAL (CARTA, EMAIL, TELEFONE OU
      * MENSAGEM) E FINALIDADE (ANIVERSARIO, EVENTOS OU MALA DIRETA),
      * COM A SITUACAO (AUTORIZA / NAO QUER MAIS RECEBER), A DATA DA
      * MANIFESTACAO, COMO FOI OBTIDA E QUEM REGISTROU. O "NAO QUERO
      * MAIS RECEBER" E GRAVADO COMO SITUACAO N, E NAO EXCLUINDO O
      * REGISTRO, PARA FICAR A PROVA. TODA INCLUSAO, ALTERACAO OU
      * EXCLUSAO VAI PARA CONSHIST.TXT COM A SITUACAO ANTERIOR E A
      * NOVA (LISTADO POR PERIODO NO RELCONS) E PARA AUDIT.TXT. F5 NO
      * APELIDO MOSTRA TODOS OS CONSENTIMENTOS DO AMIGO. AS MALAS
      * DIRETAS E A LISTA DE LIGACOES CONFEREM ESTE CADASTRO (CPYCSNP).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCSNS.
           COPY CPYCSHS.
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
           COPY CPYCSNR.
           COPY CPYCSHR.
           COPY CPYAMIR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CSN       PIC X(02) VALUE "00".
       77 ST-CSH       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *        SITUACAO ANTES DA GRAVACAO (BRANCO = REGISTRO NOVO)
       77 W-CSNANT     PIC X(01) VALUE SPACES.
       77 W-CSHHORA    PIC 9(08) VALUE ZEROS.
      *        CONSENTIMENTOS DO AMIGO (F5 NO APELIDO)
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
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==CONSENT==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO CONSENT SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO CONSENT.DAT"==
                   ==ST-ERRO== BY ==ST-CSN==.
      * CONSHIST E LINE SEQUENTIAL, ABERTO EM EXTEND COMO O VEICHIST
      * DO P2017N02 ("30" OU "35" QUANDO AINDA NAO EXISTE)
       INC-OP1.
                OPEN EXTEND CONSHIST
                IF ST-CSH NOT = "00"
                   IF ST-CSH = "30" OR ST-CSH = "35"
                      OPEN OUTPUT CONSHIST
                      CLOSE CONSHIST
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CONSHIST.TXT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CONSENT
                      GO TO ROT-FIM.
       INC-OP2.
                OPEN INPUT CODAMIGO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO AMIGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CONSENT CONSHIST
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO CSN-APELIDO CSN-CANAL CSN-FINAL
                               CSN-SITUACAO CSN-MEIO CSN-OBS
                               CSN-OPERADOR
                MOVE W-HOJE TO CSN-DATA
                MOVE SPACES TO W-CSNANT
                MOVE "N"    TO W-HISPED
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "CONSENTIMENTO DE COMUNICACAO (LGPD)"
                DISPLAY (04, 01) "APELIDO         : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "CANAL           : "
                DISPLAY (06, 28)
                        "(C=CARTA E=EMAIL T=TELEFONE M=MENSAGEM)"
                DISPLAY (07, 01) "FINALIDADE      : "
                DISPLAY (07, 28)
                        "(A=ANIVERSARIO E=EVENTOS M=MALA DIRETA)"
                DISPLAY (08, 01) "SITUACAO        : "
                DISPLAY (08, 28) "(S=AUTORIZA N=NAO QUER RECEBER)"
                DISPLAY (09, 01) "DATA            : "
                DISPLAY (09, 28) "(AAAAMMDD)"
                DISPLAY (10, 01) "OBTIDO POR      : "
                DISPLAY (10, 28)
                        "(F=FORMULARIO T=TELEFONE P=PESSOALMENTE"
                DISPLAY (11, 28) " E=EMAIL M=MENSAGEM)"
                DISPLAY (12, 01) "OBSERVACAO      : "
                DISPLAY (13, 01) "REGISTRADO POR  : "
                DISPLAY (14, 01) "F4=PESQUISAR AMIGO POR NOME"
                DISPLAY (14, 31) "F5=CONSENTIMENTOS DO AMIGO".
       INC-002.
                ACCEPT (04, 18) CSN-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-ACT = TEC-F4
                   GO TO APQ-001.
                MOVE "N" TO W-HISPED
                IF W-ACT = TEC-F5
                   MOVE "S" TO W-HISPED.
       INC-002V.
                IF CSN-APELIDO = SPACES
                   MOVE "*** APELIDO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE CSN-APELIDO TO APELIDO
                READ CODAMIGO
                IF ST-ERRO NOT = "00"
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) NOME
                IF W-HISPED = "S"
                   GO TO HIS-001.
       INC-002A.
                ACCEPT (06, 18) CSN-CANAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF CSN-CANAL NOT = "C" AND CSN-CANAL NOT = "E"
                   AND CSN-CANAL NOT = "T" AND CSN-CANAL NOT = "M"
                   MOVE "*** CANAL: C / E / T / M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-002B.
                ACCEPT (07, 18) CSN-FINAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002A.
                IF CSN-FINAL NOT = "A" AND CSN-FINAL NOT = "E"
                   AND CSN-FINAL NOT = "M"
                   MOVE "*** FINALIDADE: A / E / M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
       LER-CSN01.
                MOVE 0 TO W-SEL
                READ CONSENT
                IF ST-CSN NOT = "23"
                   IF ST-CSN = "00"
                      MOVE CSN-SITUACAO TO W-CSNANT
                      DISPLAY (08, 18) CSN-SITUACAO
                      DISPLAY (09, 18) CSN-DATA
                      DISPLAY (10, 18) CSN-MEIO
                      DISPLAY (12, 18) CSN-OBS
                      DISPLAY (13, 18) CSN-OPERADOR
                      MOVE "*** CONSENTIMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO CONSENT.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE SPACES TO W-CSNANT.
       INC-003.
                ACCEPT (08, 18) CSN-SITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002B.
                IF CSN-SITUACAO NOT = "S" AND CSN-SITUACAO NOT = "N"
                   MOVE "*** SITUACAO: S=AUTORIZA N=NAO RECEBER ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003A.
                ACCEPT (09, 18) CSN-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                MOVE CSN-DATA TO W-DATAUX
                MOVE W-DATAUX-DIA TO DTV-DIA
                MOVE W-DATAUX-MES TO DTV-MES
                MOVE W-DATAUX-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                IF CSN-DATA > W-HOJE
                   MOVE "*** DATA NAO PODE SER FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
       INC-004.
                ACCEPT (10, 18) CSN-MEIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003A.
                IF CSN-MEIO NOT = "F" AND CSN-MEIO NOT = "T"
                   AND CSN-MEIO NOT = "P" AND CSN-MEIO NOT = "E"
                   AND CSN-MEIO NOT = "M"
                   MOVE "*** OBTIDO POR: F / T / P / E / M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (12, 18) CSN-OBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                MOVE W-OPERADOR TO CSN-OPERADOR
                WRITE REGCSN
                IF ST-CSN = "00" OR "02"
                      MOVE CSN-SITUACAO TO CSH-DEPOIS
                      PERFORM CSH-GRAVA THRU CSH-GRAVA-FIM
                      MOVE "CONSENT"    TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE CSN-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO CONSENT.DAT" TO MENS
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
      *        NOVA MANIFESTACAO DO AMIGO: A DATA SUGERIDA E A DE HOJE
                IF W-ACT = TEC-F2
                   MOVE W-HOJE TO CSN-DATA
                   GO TO INC-003.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE CONSENT RECORD
                IF ST-CSN = "00"
                   MOVE SPACES TO CSH-DEPOIS
                   PERFORM CSH-GRAVA THRU CSH-GRAVA-FIM
                   MOVE "CONSENT"    TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE CSN-CHAVE    TO AUD-CHAVE
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
                MOVE W-OPERADOR TO CSN-OPERADOR
                REWRITE REGCSN
                IF ST-CSN = "00" OR "02"
                   MOVE CSN-SITUACAO TO CSH-DEPOIS
                   PERFORM CSH-GRAVA THRU CSH-GRAVA-FIM
                   MOVE "CONSENT"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE CSN-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CONSENT.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * HISTORICO DO CONSENTIMENTO            *
      * (CONSHIST.TXT) - CSH-DEPOIS JA MOVIDO *
      *****************************************
      *
       CSH-GRAVA.
                ACCEPT CSH-DATAREG FROM DATE YYYYMMDD
                ACCEPT W-CSHHORA FROM TIME
                MOVE W-CSHHORA (1:6) TO CSH-HORAREG
                MOVE CSN-APELIDO  TO CSH-APELIDO
                MOVE CSN-CANAL    TO CSH-CANAL
                MOVE CSN-FINAL    TO CSH-FINAL
                MOVE W-CSNANT     TO CSH-ANTES
                MOVE CSN-DATA     TO CSH-DATA
                MOVE CSN-MEIO     TO CSH-MEIO
                MOVE CSN-OBS      TO CSH-OBS
                MOVE W-OPERADOR   TO CSH-OPERADOR
                WRITE REGCSH.
       CSH-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * CONSENTIMENTOS DO AMIGO (F5)          *
      *****************************************
      *
       HIS-001.
                MOVE CSN-APELIDO TO W-APEHIS
                MOVE SPACES TO CSN-CANAL CSN-FINAL
                START CONSENT KEY IS NOT LESS THAN CSN-CHAVE
                IF ST-CSN NOT = "00"
                   MOVE "*** NENHUM CONSENTIMENTO REGISTRADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HIS-VOLTA.
                DISPLAY (14, 01) LIMPA
                DISPLAY (14, 51) "                    "
                DISPLAY (14, 01) "CN FI SI DATA       OB OBSERVACAO"
                MOVE 15 TO W-HISLIN.
       HIS-002.
                READ CONSENT NEXT RECORD
                IF ST-CSN NOT = "00"
                   MOVE "*** FIM DOS CONSENTIMENTOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HIS-VOLTA.
                IF CSN-APELIDO NOT = W-APEHIS
                   MOVE "*** FIM DOS CONSENTIMENTOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HIS-VOLTA.
                DISPLAY (W-HISLIN, 01) CSN-CANAL
                DISPLAY (W-HISLIN, 04) CSN-FINAL
                DISPLAY (W-HISLIN, 07) CSN-SITUACAO
                DISPLAY (W-HISLIN, 10) CSN-DATA-DIA
                DISPLAY (W-HISLIN, 12) "/"
                DISPLAY (W-HISLIN, 13) CSN-DATA-MES
                DISPLAY (W-HISLIN, 15) "/"
                DISPLAY (W-HISLIN, 16) CSN-DATA-ANO
                DISPLAY (W-HISLIN, 21) CSN-MEIO
                DISPLAY (W-HISLIN, 24) CSN-OBS
                ADD 1 TO W-HISLIN
                IF W-HISLIN < 22
                   GO TO HIS-002.
       HIS-003.
                DISPLAY (23, 12)
                    "ENTER=MAIS CONSENTIMENTOS   ESC=VOLTAR".
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO HIS-VOLTA.
                PERFORM HIS-LIMPA THRU HIS-LIMPA-FIM
                MOVE 15 TO W-HISLIN
                GO TO HIS-002.
      *        DE VOLTA AO LANCAMENTO, COM O AMIGO JA ESCOLHIDO
       HIS-VOLTA.
                PERFORM HIS-LIMPA THRU HIS-LIMPA-FIM
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                MOVE SPACES TO CSN-CANAL CSN-FINAL CSN-SITUACAO
                               CSN-MEIO CSN-OBS CSN-OPERADOR
                MOVE W-APEHIS TO CSN-APELIDO
                MOVE W-HOJE   TO CSN-DATA
                MOVE "N"      TO W-HISPED
                DISPLAY (14, 01) LIMPA
                DISPLAY (14, 51) "                    "
                DISPLAY (14, 01) "F4=PESQUISAR AMIGO POR NOME"
                DISPLAY (14, 31) "F5=CONSENTIMENTOS DO AMIGO"
                DISPLAY (04, 18) CSN-APELIDO
                GO TO INC-002A.
      *
       HIS-LIMPA.
                MOVE 15 TO W-HISLIN.
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
                         ==CPY-DESTINO== BY ==CSN-APELIDO==
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
                CLOSE CONSENT CONSHIST CODAMIGO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - CONSENTIMENTOS"
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
