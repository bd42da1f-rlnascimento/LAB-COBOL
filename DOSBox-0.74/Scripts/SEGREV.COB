       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREV.
      **************************************
      *  REVISAO DAS EXCECOES DE SEGURANCA *
      *  (SEGEXC.DAT)                      *
      **************************************
      *----------------------------------------------------------------
      * O SUPERVISOR (NIVEL S NO LOGIN) PERCORRE AS EXCECOES AINDA
      * PENDENTES GRAVADAS PELO SEGANOM E, UMA A UMA, ESCREVE O QUE
      * APUROU E MARCA COMO REVISADA (F2 - O COMENTARIO E OBRIGATORIO)
      * OU PULA (ENTER). A REVISAO GUARDA QUEM E QUANDO, SAI EM
      * AUDIT.TXT ("SEGEXC REVISADA") E APARECE NO RELATORIO DO
      * SEGANOM. NINGUEM REVISA EXCECAO DO PROPRIO CODIGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSGXS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYSGXR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-SGX       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-REVISADAS  PIC 9(04) VALUE ZEROS.
       77 W-COMENT     PIC X(60) VALUE SPACES.
       01 W-DTED       PIC 9(08) VALUE ZEROS.
       01 W-DTED-R REDEFINES W-DTED.
            03 W-DTE-ANO  PIC 9(04).
            03 W-DTE-MES  PIC 9(02).
            03 W-DTE-DIA  PIC 9(02).
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
                IF W-OPERNIVEL NOT = "S"
                   DISPLAY (15, 20) "ACESSO SO PARA SUPERVISOR"
                   GO TO ROT-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==SEGEXC==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO SEGEXC SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO SEGEXC.DAT"==
                   ==ST-ERRO== BY ==ST-SGX==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "REVISAO DAS EXCECOES DE SEGURANCA"
                DISPLAY (04, 01) "DATA            : "
                DISPLAY (05, 01) "TIPO            : "
                DISPLAY (06, 01) "OPERADOR        : "
                DISPLAY (07, 01) "REFERENCIA      : "
                DISPLAY (08, 01) "OCORRENCIA      : "
                DISPLAY (09, 01) "ACHADA EM       : "
                DISPLAY (11, 01) "COMENTARIO      : "
                MOVE LOW-VALUES TO SGX-CHAVE
                START SEGEXC KEY IS NOT LESS THAN SGX-CHAVE
                IF ST-SGX NOT = "00"
                   MOVE "*** NENHUMA EXCECAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
       LST-001.
                READ SEGEXC NEXT RECORD
                IF ST-SGX = "10"
                   MOVE "*** FIM DAS EXCECOES PENDENTES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                IF ST-SGX NOT = "00"
                   MOVE "ERRO NA LEITURA DO SEGEXC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                IF SGX-SITUACAO NOT = "P"
                   GO TO LST-001.
                MOVE SGX-DATA TO W-DTED
                DISPLAY (04, 18) W-DTE-DIA "/" W-DTE-MES "/" W-DTE-ANO
                DISPLAY (05, 18) SGX-TIPO
                DISPLAY (06, 18) SGX-OPER
                DISPLAY (07, 18) SGX-REF
                DISPLAY (08, 18) SGX-DESCR
                MOVE SGX-GERADA TO W-DTED
                DISPLAY (09, 18) W-DTE-DIA "/" W-DTE-MES "/" W-DTE-ANO
                MOVE SPACES TO W-COMENT
                DISPLAY (11, 18) W-COMENT.
       LST-002.
                DISPLAY (23, 12)
                    "F2=REVISADA  ENTER=PULAR  ESC=SAIR".
                ACCEPT (11, 18) W-COMENT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-ACT = TEC-F2
                   GO TO REV-001.
                GO TO LST-001.
      *
      *****************************************
      * REVISAO: GRAVA O COMENTARIO, QUEM E   *
      * QUANDO, E TIRA DA LISTA DE PENDENTES  *
      *****************************************
      *
       REV-001.
                IF SGX-OPER = W-OPERADOR
                   MOVE "** EXCECAO DO PROPRIO CODIGO - OUTRO REVISA **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-001.
                IF W-COMENT = SPACES
                   MOVE "** INFORME O QUE FOI APURADO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-002.
                MOVE W-COMENT TO SGX-COMENT
                MOVE "R" TO SGX-SITUACAO
                MOVE W-OPERADOR TO SGX-REVOPER
                ACCEPT SGX-REVDATA FROM DATE YYYYMMDD
                REWRITE REGSGX
                IF ST-SGX NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO SEGEXC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-001.
                MOVE "SEGEXC" TO AUD-ARQ
                MOVE "REVISADA" TO AUD-ACAO
                MOVE SGX-CHAVE (1:20) TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-REVISADAS
                MOVE "*** EXCECAO REVISADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LST-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE SEGEXC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - REVISAO DE EXCECOES"
                DISPLAY "REVISADAS..............: " W-REVISADAS
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
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
       FIM-ROT-TEMPO.
