       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCHKIT.
      **************************************
      *  CADASTRO DOS ITENS DA VISTORIA    *
      *  DO VEICULO (CHKITEM.DAT)          *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR ITEM CONFERIDO NA SAIDA E NO RETORNO DO
      * VEICULO: CODIGO, DESCRICAO, TIPO DA RESPOSTA (N=NIVEL EM
      * OITAVOS, COMO O COMBUSTIVEL; C=CONDICAO BOM/REGULAR/DEFEITO) E
      * SITUACAO. OS ITENS ATIVOS, EM ORDEM DE CODIGO, SAO PERGUNTADOS
      * NA VISTORIA (VISALOC, CHAMADO NO CADALOC) - NO MAXIMO 12. ITEM
      * JA RESPONDIDO EM ALGUMA VISTORIA NAO PODE SER EXCLUIDO (FICA
      * INATIVO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCKIS.
           COPY CPYVISS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCKIR.
           COPY CPYVISR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-CKI       PIC X(02) VALUE "00".
       77 ST-VIS       PIC X(02) VALUE "00".
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
               REPLACING ==CPY-ARQ== BY ==CHKITEM==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO CHKITEM SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO CHKITEM.DAT"==
                   ==ST-ERRO== BY ==ST-CKI==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE ZEROS  TO CKI-COD
                MOVE SPACES TO CKI-DESC CKI-TIPO
                MOVE "A"    TO CKI-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DOS ITENS DA VISTORIA"
                DISPLAY (04, 01) "CODIGO          : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "TIPO            : "
                DISPLAY (06, 30) "(N=NIVEL 0 A 8  C=CONDICAO B/R/D)"
                DISPLAY (07, 01) "SITUACAO        : "
                DISPLAY (07, 30) "(A=ATIVO I=INATIVO)".
       INC-002.
                ACCEPT (04, 18) CKI-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF CKI-COD = ZEROS
                   MOVE "*** CODIGO DO ITEM E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CKI01.
                MOVE 0 TO W-SEL
                READ CHKITEM
                IF ST-CKI NOT = "23"
                   IF ST-CKI = "00"
                      DISPLAY (05, 18) CKI-DESC
                      DISPLAY (06, 18) CKI-TIPO
                      DISPLAY (07, 18) CKI-SITUACAO
                      MOVE "*** ITEM JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO CHKITEM.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 18) CKI-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF CKI-DESC = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 18) CKI-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF CKI-TIPO = "n"
                   MOVE "N" TO CKI-TIPO.
                IF CKI-TIPO = "c"
                   MOVE "C" TO CKI-TIPO.
                IF CKI-TIPO NOT = "N" AND CKI-TIPO NOT = "C"
                   MOVE "*** TIPO: N OU C ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (07, 18) CKI-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF CKI-SITUACAO = "a"
                   MOVE "A" TO CKI-SITUACAO.
                IF CKI-SITUACAO = "i"
                   MOVE "I" TO CKI-SITUACAO.
                IF CKI-SITUACAO NOT = "A" AND CKI-SITUACAO NOT = "I"
                   MOVE "*** SITUACAO: A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGCKI
                IF ST-CKI = "00" OR "02"
                      MOVE "CHKITEM"    TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE CKI-COD      TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO CHKITEM.DAT" TO MENS
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
      *        ITEM QUE JA ESTA EM ALGUMA VISTORIA FICA INATIVO - O
      *        HISTORICO PRECISA DA DESCRICAO
       EXC-DL1.
                PERFORM CKI-USO THRU CKI-USO-FIM
                IF W-EMUSO = "S"
                   MOVE "** ITEM EM USO - USE A INATIVACAO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE CHKITEM RECORD
                IF ST-CKI = "00"
                   MOVE "CHKITEM"    TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE CKI-COD      TO AUD-CHAVE
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
                REWRITE REGCKI
                IF ST-CKI = "00" OR "02"
                   MOVE "CHKITEM"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE CKI-COD      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CHKITEM.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * O ITEM JA FOI RESPONDIDO EM ALGUMA    *
      * VISTORIA? (VISTORIA.DAT SOB DEMANDA)  *
      *****************************************
      *
       CKI-USO.
                MOVE "N" TO W-EMUSO
                OPEN INPUT VISTORIA
                IF ST-VIS NOT = "00"
                   GO TO CKI-USO-FIM.
       CKI-USO-LER.
                READ VISTORIA NEXT RECORD
                IF ST-VIS NOT = "00"
                   CLOSE VISTORIA
                   GO TO CKI-USO-FIM.
                IF VIS-ITEM = CKI-COD
                   MOVE "S" TO W-EMUSO
                   CLOSE VISTORIA
                   GO TO CKI-USO-FIM.
                GO TO CKI-USO-LER.
       CKI-USO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE CHKITEM AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - ITENS DA VISTORIA"
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
