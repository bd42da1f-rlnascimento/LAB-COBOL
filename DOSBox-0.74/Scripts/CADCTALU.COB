       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCTALU.
      **************************************
      *  CONTATOS COM A FAMILIA DO ALUNO   *
      *  (CONTALU.DAT)                     *
      **************************************
      *----------------------------------------------------------------
      * O MESMO LANCAMENTO DO CADCONT, PARA O ACOMPANHAMENTO DOS
      * ALUNOS DA LISTA DE RETENCAO (RISCOEVA): O OPERADOR INFORMA O
      * ALUNO (CONFERIDO EM ALUNO.DAT, COM NOME E FONE DO RESPONSAVEL
      * NA TELA E O ULTIMO CONTATO JA FEITO), O TIPO DO CONTATO E O
      * QUE FOI COMBINADO COM A FAMILIA. DATA E HORA SAEM DO RELOGIO
      * DA MAQUINA E O OPERADOR FICA GRAVADO NO PROPRIO REGISTRO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCTAS.
           COPY CPYALUS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCTAR.
           COPY CPYALUR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CTA       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-GRAVADOS   PIC 9(04) VALUE ZEROS.
       77 W-CODSEL     PIC 9(05) VALUE ZEROS.
       77 W-ULTACHOU   PIC X(01) VALUE "N".
       01 W-ULTIMO.
            03 W-ULT-DATA.
                05 W-ULT-ANO   PIC 9(04).
                05 W-ULT-MES   PIC 9(02).
                05 W-ULT-DIA   PIC 9(02).
            03 W-ULT-TIPO      PIC X(01).
            03 W-ULT-NOTA      PIC X(40).
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==CONTALU==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO CONTALU SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO CONTALU.DAT"==
                   ==ST-ERRO== BY ==ST-CTA==.
       INC-OP1.
                OPEN INPUT ALUNO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ALUNO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CONTALU
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE ZEROS  TO W-CODSEL
                MOVE SPACES TO CTA-NOTA CTA-TIPO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CONTATO COM A FAMILIA DO ALUNO"
                DISPLAY (04, 01) "ALUNO           : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "FONE RESPONSAVEL: "
                DISPLAY (07, 01) "TIPO (L/E/V/R)  : "
                DISPLAY (08, 01) "COMBINADO       : "
                DISPLAY (10, 01) "ULTIMO CONTATO  : ".
       INC-002.
                ACCEPT (04, 18) W-CODSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-CODSEL = ZEROS
                   MOVE "*** ALUNO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-CODSEL TO CODALU
                READ ALUNO
                IF ST-ERRO NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) NOME
                DISPLAY (06, 18) DDDRESP
                DISPLAY (06, 22) NUMRESP
                PERFORM CTA-ULTIMO THRU CTA-ULTIMO-FIM.
       INC-003.
                ACCEPT (07, 18) CTA-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF CTA-TIPO NOT = "L" AND CTA-TIPO NOT = "E"
                   AND CTA-TIPO NOT = "V" AND CTA-TIPO NOT = "R"
                   MOVE "*** TIPO: L=LIGACAO E=EMAIL V=VISITA R=REUN"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (08, 18) CTA-NOTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF CTA-NOTA = SPACES
                   MOVE "*** INFORME O QUE FOI COMBINADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-WR1.
                MOVE W-CODSEL TO CTA-CODALU
                ACCEPT CTA-DATA FROM DATE YYYYMMDD
                ACCEPT CTA-HORA FROM TIME
                MOVE W-OPERADOR TO CTA-OPERADOR
                WRITE REGCTA
                IF ST-CTA = "00" OR "02"
                      MOVE "CONTALU"    TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE CTA-CODALU   TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-GRAVADOS
                      MOVE "*** CONTATO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO CONTATO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ULTIMO CONTATO JA FEITO COM A FAMILIA *
      *****************************************
      *
       CTA-ULTIMO.
                MOVE "N" TO W-ULTACHOU
                MOVE W-CODSEL TO CTA-CODALU
                MOVE ZEROS TO CTA-DATA CTA-HORA
                START CONTALU KEY IS NOT LESS THAN CTA-CHAVE
                IF ST-CTA NOT = "00"
                   GO TO CTA-ULTIMO-MOSTRA.
       CTA-ULTIMO-LER.
                READ CONTALU NEXT RECORD
                IF ST-CTA NOT = "00"
                   GO TO CTA-ULTIMO-MOSTRA.
                IF CTA-CODALU NOT = W-CODSEL
                   GO TO CTA-ULTIMO-MOSTRA.
                MOVE "S" TO W-ULTACHOU
                MOVE CTA-DATA TO W-ULT-DATA
                MOVE CTA-TIPO TO W-ULT-TIPO
                MOVE CTA-NOTA TO W-ULT-NOTA
                GO TO CTA-ULTIMO-LER.
       CTA-ULTIMO-MOSTRA.
                DISPLAY (10, 18) LIMPA
                DISPLAY (11, 18) LIMPA
                MOVE SPACES TO CTA-TIPO CTA-NOTA
                IF W-ULTACHOU NOT = "S"
                   DISPLAY (10, 18) "NENHUM"
                   GO TO CTA-ULTIMO-FIM.
                DISPLAY (10, 18) W-ULT-DIA
                DISPLAY (10, 20) "/"
                DISPLAY (10, 21) W-ULT-MES
                DISPLAY (10, 23) "/"
                DISPLAY (10, 24) W-ULT-ANO
                DISPLAY (10, 30) W-ULT-TIPO
                DISPLAY (11, 18) W-ULT-NOTA.
       CTA-ULTIMO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE CONTALU ALUNO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - CONTATOS COM A FAMILIA"
                DISPLAY "CONTATOS GRAVADOS......: " W-GRAVADOS
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
