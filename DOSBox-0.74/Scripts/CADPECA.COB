       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPECA.
      **************************************
      *  CADASTRO DE PECAS DO ALMOXARIFADO *
      *  (PECA.DAT)                        *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR PECA DE PRATELEIRA: CODIGO, DESCRICAO, UNIDADE
      * DE ESTOQUE, ESTOQUE MINIMO E SITUACAO. O SALDO, O CUSTO MEDIO
      * E A ULTIMA ENTRADA SO SAO MOSTRADOS AQUI - QUEM MEXE NELES SAO
      * AS ENTRADAS E SAIDAS DO MOVPECA E A CONTAGEM DO AJUPECA. PECA
      * COM SALDO OU COM MOVIMENTO EM ESTMOV.DAT NAO PODE SER EXCLUIDA
      * (FICA INATIVA). A POSICAO DO ESTOQUE SAI NO RELESTQ E A LISTA
      * DE REPOSICAO NO RELREPOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPECS.
           COPY CPYEMVS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPECR.
           COPY CPYEMVR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PEC       PIC X(02) VALUE "00".
       77 ST-EMV       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-EMVDISP    PIC X(01) VALUE "N".
       77 W-TEMHIST    PIC X(01) VALUE "N".
       77 W-VALEST     PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDED      PIC Z.ZZZ.ZZ9,99.
       77 W-CUSED      PIC ZZZ.ZZ9,9999.
       77 W-VALED      PIC ZZZ.ZZZ.ZZ9,99.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==PECA==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO PECA SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO PECA.DAT"==
                   ==ST-ERRO== BY ==ST-PEC==.
       INC-OP1.
                OPEN INPUT ESTMOV
                IF ST-EMV = "00"
                   MOVE "S" TO W-EMVDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO PEC-COD PEC-DESC PEC-UNID
                MOVE "A"    TO PEC-SITUACAO
                MOVE ZEROS  TO PEC-MINIMO PEC-SALDO PEC-CUSTOMED
                MOVE ZEROS  TO PEC-ULTFOR PEC-ULTCUSTO PEC-DATAULT
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE PECAS DO ALMOXARIFADO"
                DISPLAY (04, 01) "CODIGO          : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "UNIDADE         : "
                DISPLAY (06, 30) "(UN LT PC CX JG KG MT)"
                DISPLAY (07, 01) "ESTOQUE MINIMO  : "
                DISPLAY (08, 01) "SITUACAO        : "
                DISPLAY (08, 30) "(A=ATIVA I=INATIVA)"
                DISPLAY (10, 01) "SALDO ATUAL     : "
                DISPLAY (11, 01) "CUSTO MEDIO     : "
                DISPLAY (12, 01) "VALOR EM ESTOQUE: "
                DISPLAY (13, 01) "ULTIMA ENTRADA  : ".
       INC-002.
                ACCEPT (04, 18) PEC-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF PEC-COD = SPACES
                   MOVE "*** CODIGO DA PECA E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PEC01.
                MOVE 0 TO W-SEL
                READ PECA
                IF ST-PEC NOT = "23"
                   IF ST-PEC = "00"
                      PERFORM PEC-MOSTRA THRU PEC-MOSTRA-FIM
                      MOVE "*** PECA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO PECA.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 18) PEC-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF PEC-DESC = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 18) PEC-UNID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF PEC-UNID NOT = "UN" AND NOT = "LT" AND NOT = "PC"
                   AND NOT = "CX" AND NOT = "JG" AND NOT = "KG"
                   AND NOT = "MT"
                   MOVE "*** UNIDADE: UN LT PC CX JG KG OU MT ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (07, 18) PEC-MINIMO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                MOVE PEC-MINIMO TO W-QTDED
                DISPLAY (07, 18) W-QTDED.
       INC-006.
                ACCEPT (08, 18) PEC-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF PEC-SITUACAO = "a"
                   MOVE "A" TO PEC-SITUACAO.
                IF PEC-SITUACAO = "i"
                   MOVE "I" TO PEC-SITUACAO.
                IF PEC-SITUACAO NOT = "A" AND PEC-SITUACAO NOT = "I"
                   MOVE "*** SITUACAO: A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGPEC
                IF ST-PEC = "00" OR "02"
                      MOVE "PECA"       TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE PEC-COD      TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** PECA CADASTRADA - SALDO ZERO ***"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO PECA.DAT" TO MENS
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
      *        SO SAI A PECA SEM SALDO E QUE NUNCA FOI MOVIMENTADA; A
      *        QUE TEM HISTORICO FICA INATIVA
       EXC-DL1.
                IF PEC-SALDO NOT = ZEROS
                   MOVE "** PECA COM SALDO - ZERE NO INVENTARIO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM EMV-CONTA THRU EMV-CONTA-FIM
                IF W-TEMHIST = "S"
                   MOVE "** PECA COM MOVIMENTOS - USE A INATIVACAO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE PECA RECORD
                IF ST-PEC = "00"
                   MOVE "PECA"       TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE PEC-COD      TO AUD-CHAVE
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
                REWRITE REGPEC
                IF ST-PEC = "00" OR "02"
                   MOVE "PECA"       TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE PEC-COD      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO PECA.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * EXIBE A PECA LIDA                     *
      *****************************************
      *
       PEC-MOSTRA.
                DISPLAY (05, 18) PEC-DESC
                DISPLAY (06, 18) PEC-UNID
                MOVE PEC-MINIMO TO W-QTDED
                DISPLAY (07, 18) W-QTDED
                DISPLAY (08, 18) PEC-SITUACAO
                MOVE PEC-SALDO TO W-QTDED
                DISPLAY (10, 18) W-QTDED
                DISPLAY (10, 32) PEC-UNID
                MOVE PEC-CUSTOMED TO W-CUSED
                DISPLAY (11, 18) W-CUSED
                COMPUTE W-VALEST ROUNDED = PEC-SALDO * PEC-CUSTOMED
                MOVE W-VALEST TO W-VALED
                DISPLAY (12, 18) W-VALED
                DISPLAY (13, 18) PEC-DATAULT
                DISPLAY (13, 28) PEC-ULTFOR.
       PEC-MOSTRA-FIM.
                EXIT.
      *
      *****************************************
      * A PECA TEM MOVIMENTOS NO ESTMOV?      *
      *****************************************
      *
       EMV-CONTA.
                MOVE "N" TO W-TEMHIST
                IF W-EMVDISP NOT = "S"
                   GO TO EMV-CONTA-FIM.
                MOVE PEC-COD TO EMV-COD
                MOVE ZEROS TO EMV-DATA EMV-SEQ
                START ESTMOV KEY IS NOT LESS THAN EMV-CHAVE
                IF ST-EMV NOT = "00"
                   GO TO EMV-CONTA-FIM.
                READ ESTMOV NEXT RECORD
                IF ST-EMV = "00" AND EMV-COD = PEC-COD
                   MOVE "S" TO W-TEMHIST.
       EMV-CONTA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE PECA AUDITORIA.
                IF W-EMVDISP = "S"
                   CLOSE ESTMOV.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - PECAS"
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
