       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTPREL.
      **************************************
      *  CADASTRO DE TIPOS DE VINCULO      *
      *  ENTRE AMIGOS (TIPOREL.DAT)        *
      **************************************
      *----------------------------------------------------------------
      * TABELA PEQUENA DOS TIPOS USADOS NOS VINCULOS DE RELACAO.DAT
      * (CONJUGE, PRIMO, COLEGA, INDICOU, INDICADO POR...). CADA TIPO
      * INFORMA O SEU INVERSO - O TIPO GRAVADO DO OUTRO LADO DO
      * VINCULO. INVERSO ZERO OU IGUAL AO CODIGO = TIPO SIMETRICO
      * (CONJUGE, PRIMO). A MARCA DE INDICACAO (I=INDICOU, P=INDICADO
      * POR) E O QUE O RELINDIC USA PARA MONTAR A ARVORE; O INVERSO DE
      * UM TIPO DE INDICACAO PRECISA SER OUTRO CODIGO. TIPO EM USO EM
      * RELACAO.DAT NAO PODE SER EXCLUIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYTPRS.
           COPY CPYRLCS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYTPRR.
           COPY CPYRLCR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-TPR       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-USOCNT     PIC 9(05) VALUE ZEROS.
       01 W-TPRSAVE    PIC X(20) VALUE SPACES.
           COPY CPYRLCW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==TIPOREL==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO TIPOREL SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO TIPOREL.DAT"==
                   ==ST-ERRO== BY ==ST-TPR==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE ZEROS  TO TPR-COD TPR-INVERSO
                MOVE SPACES TO TPR-DESC TPR-INDICA
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE TIPOS DE VINCULO"
                DISPLAY (04, 01) "CODIGO          : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "TIPO INVERSO    : "
                DISPLAY (07, 01) "INDICACAO       : "
                DISPLAY (07, 21) "(I=INDICOU P=INDICADO POR BRANCO=NAO)"
                DISPLAY (09, 01) "INVERSO ZERO = O MESMO TIPO DOS DOIS"
                DISPLAY (09, 38) " LADOS (CONJUGE, PRIMO, COLEGA)".
       INC-002.
                ACCEPT (04, 18) TPR-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF TPR-COD = ZEROS
                   MOVE "*** CODIGO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-TPR01.
                MOVE 0 TO W-SEL
                READ TIPOREL
                IF ST-TPR NOT = "23"
                   IF ST-TPR = "00"
                      DISPLAY (05, 18) TPR-DESC
                      DISPLAY (06, 18) TPR-INVERSO
                      DISPLAY (07, 18) TPR-INDICA
                      PERFORM INV-MOSTRA THRU INV-MOSTRA-FIM
                      MOVE "*** TIPO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO TIPOREL.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 18) TPR-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF TPR-DESC = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 18) TPR-INVERSO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF TPR-INVERSO = ZEROS
                   MOVE TPR-COD TO TPR-INVERSO
                   DISPLAY (06, 18) TPR-INVERSO.
                PERFORM INV-MOSTRA THRU INV-MOSTRA-FIM.
       INC-005.
                ACCEPT (07, 18) TPR-INDICA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF TPR-INDICA = "i"
                   MOVE "I" TO TPR-INDICA.
                IF TPR-INDICA = "p"
                   MOVE "P" TO TPR-INDICA.
                IF TPR-INDICA NOT = "I" AND TPR-INDICA NOT = "P"
                   AND TPR-INDICA NOT = SPACE
                   MOVE "*** INDICACAO: I, P OU BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                DISPLAY (07, 18) TPR-INDICA.
                IF TPR-INDICA NOT = SPACE AND TPR-INVERSO = TPR-COD
                   MOVE "** INDICACAO PRECISA DE OUTRO INVERSO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGTPR
                IF ST-TPR = "00" OR "02"
                      MOVE "TIPOREL"    TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE TPR-COD      TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO TIPOREL.DAT" TO MENS
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
      *        TIPO GRAVADO EM ALGUM VINCULO NAO SAI - OS VINCULOS
      *        FICARIAM SEM DESCRICAO
       EXC-DL1.
                PERFORM USO-CONTA THRU USO-CONTA-FIM
                IF W-USOCNT > 0
                   MOVE SPACES TO MENS
                   STRING "** TIPO EM USO EM " W-USOCNT
                          " VINCULOS **"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE TIPOREL RECORD
                IF ST-TPR = "00"
                   MOVE "TIPOREL"    TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE TPR-COD      TO AUD-CHAVE
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
                REWRITE REGTPR
                IF ST-TPR = "00" OR "02"
                   MOVE "TIPOREL"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE TPR-COD      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO TIPOREL.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * DESCRICAO DO TIPO INVERSO NA TELA     *
      *****************************************
      * O INVERSO AINDA NAO CADASTRADO E ACEITO (O PAR "INDICOU" /
      * "INDICADO POR" E CADASTRADO UM DE CADA VEZ), MAS O VINCULO SO
      * E GRAVADO NO P2017N01 QUANDO OS DOIS TIPOS EXISTEM.
      *
       INV-MOSTRA.
                DISPLAY (06, 21) "               "
                IF TPR-INVERSO = TPR-COD
                   DISPLAY (06, 21) "(O MESMO)"
                   GO TO INV-MOSTRA-FIM.
                MOVE REGTPR TO W-TPRSAVE
                MOVE TPR-INVERSO TO TPR-COD
                READ TIPOREL
                IF ST-TPR = "00"
                   DISPLAY (06, 21) TPR-DESC
                ELSE
                   DISPLAY (06, 21) "(NAO CADASTRADO)".
                MOVE W-TPRSAVE TO REGTPR.
       INV-MOSTRA-FIM.
                EXIT.
      *
      *****************************************
      * QUANTOS VINCULOS USAM O TIPO?         *
      *****************************************
      *
       USO-CONTA.
                MOVE ZEROS TO W-USOCNT
                OPEN INPUT RELACAO
                IF ST-RLC NOT = "00"
                   GO TO USO-CONTA-FIM.
       USO-CONTA-LER.
                READ RELACAO NEXT RECORD
                IF ST-RLC NOT = "00"
                   CLOSE RELACAO
                   GO TO USO-CONTA-FIM.
                IF RLC-TIPO = TPR-COD
                   ADD 1 TO W-USOCNT.
                GO TO USO-CONTA-LER.
       USO-CONTA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE TIPOREL AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - TIPOS DE VINCULO"
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
