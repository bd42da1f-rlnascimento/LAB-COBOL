       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMOTV.
      **************************************
      *  CADASTRO DOS MOTIVOS DE VIAGEM    *
      *  DO DIARIO DE BORDO (MOTVIAG.DAT)  *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR MOTIVO ANOTADO NOS TRECHOS DO DIARIO DE BORDO
      * (VISITA A CLIENTE, ENTREGA, BANCO, PARTICULAR...): CODIGO,
      * DESCRICAO, TIPO (N=NEGOCIO, P=PARTICULAR) E SITUACAO. OS
      * MOTIVOS ATIVOS SAO ACEITOS NO DIABORDO (CHAMADO NO RETORNO DO
      * CADALOC); O TIPO SEPARA O KM A SERVICO DO PARTICULAR NO
      * RELDIAR E NO FATALOC. MOTIVO JA USADO EM ALGUM TRECHO NAO PODE
      * SER EXCLUIDO (FICA INATIVO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMTVS.
           COPY CPYTRCS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMTVR.
           COPY CPYTRCR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-MTV       PIC X(02) VALUE "00".
       77 ST-TRC       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-EMUSO      PIC X(01) VALUE "N".
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==MOTVIAG==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO MOTVIAG SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO MOTVIAG.DAT"==
                   ==ST-ERRO== BY ==ST-MTV==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE ZEROS  TO MTV-COD
                MOVE SPACES TO MTV-DESC MTV-TIPO
                MOVE "A"    TO MTV-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DOS MOTIVOS DE VIAGEM"
                DISPLAY (04, 01) "CODIGO          : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "TIPO            : "
                DISPLAY (06, 30) "(N=NEGOCIO  P=PARTICULAR)"
                DISPLAY (07, 01) "SITUACAO        : "
                DISPLAY (07, 30) "(A=ATIVO I=INATIVO)".
       INC-002.
                ACCEPT (04, 18) MTV-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF MTV-COD = ZEROS
                   MOVE "*** CODIGO DO MOTIVO E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-MTV01.
                MOVE 0 TO W-SEL
                READ MOTVIAG
                IF ST-MTV NOT = "23"
                   IF ST-MTV = "00"
                      DISPLAY (05, 18) MTV-DESC
                      DISPLAY (06, 18) MTV-TIPO
                      DISPLAY (07, 18) MTV-SITUACAO
                      MOVE "*** MOTIVO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO MOTVIAG.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 18) MTV-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF MTV-DESC = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 18) MTV-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF MTV-TIPO = "n"
                   MOVE "N" TO MTV-TIPO.
                IF MTV-TIPO = "p"
                   MOVE "P" TO MTV-TIPO.
                IF MTV-TIPO NOT = "N" AND MTV-TIPO NOT = "P"
                   MOVE "*** TIPO: N OU P ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (07, 18) MTV-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF MTV-SITUACAO = "a"
                   MOVE "A" TO MTV-SITUACAO.
                IF MTV-SITUACAO = "i"
                   MOVE "I" TO MTV-SITUACAO.
                IF MTV-SITUACAO NOT = "A" AND MTV-SITUACAO NOT = "I"
                   MOVE "*** SITUACAO: A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGMTV
                IF ST-MTV = "00" OR "02"
                      MOVE "MOTVIAG"    TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE MTV-COD      TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO MOTVIAG.DAT" TO MENS
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
      *        MOTIVO QUE JA ESTA EM ALGUM TRECHO FICA INATIVO - O
      *        DIARIO ANTIGO PRECISA DA DESCRICAO
       EXC-DL1.
                PERFORM MTV-USO THRU MTV-USO-FIM
                IF W-EMUSO = "S"
                   MOVE "** MOTIVO EM USO - USE A INATIVACAO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE MOTVIAG RECORD
                IF ST-MTV = "00"
                   MOVE "MOTVIAG"    TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE MTV-COD      TO AUD-CHAVE
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
                REWRITE REGMTV
                IF ST-MTV = "00" OR "02"
                   MOVE "MOTVIAG"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE MTV-COD      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO MOTVIAG.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * O MOTIVO JA FOI USADO EM ALGUM        *
      * TRECHO? (TRECHO.DAT SOB DEMANDA)      *
      *****************************************
      *
       MTV-USO.
                MOVE "N" TO W-EMUSO
                OPEN INPUT TRECHO
                IF ST-TRC NOT = "00"
                   GO TO MTV-USO-FIM.
       MTV-USO-LER.
                READ TRECHO NEXT RECORD
                IF ST-TRC NOT = "00"
                   CLOSE TRECHO
                   GO TO MTV-USO-FIM.
                IF TRC-MOTIVO = MTV-COD
                   MOVE "S" TO W-EMUSO
                   CLOSE TRECHO
                   GO TO MTV-USO-FIM.
                GO TO MTV-USO-LER.
       MTV-USO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE MOTVIAG AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - MOTIVOS DE VIAGEM"
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
       FIM-ROT-TEMPO.
