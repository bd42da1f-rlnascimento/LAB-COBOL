       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDESPE.
      **************************************
      *  LANCAMENTO DE DESPESAS DE EVENTO  *
      *  (DESPEVE.DAT)                     *
      **************************************
      *----------------------------------------------------------------
      * CADA NOTA OU RECIBO PAGO PARA UM EVENTO (EVENTO.DAT) VIRA UM
      * LANCAMENTO: CATEGORIA DE DESPESA (A MESMA DO ORCAMENTO DO
      * CADORCEV), FORNECEDOR (CNPJ/CPF DE UM FORNECEDOR ATIVO DE
      * FORNEC.DAT, F4 PESQUISA PELO NOME FANTASIA, QUE FICA TAMBEM
      * EM DSP-FORNEC), NUMERO DO DOCUMENTO, VALOR E DATA DO
      * PAGAMENTO (HOJE, SE NAO FOR MUDADA). A SEQUENCIA DENTRO DO
      * EVENTO VEM SUGERIDA (ULTIMA + 1); DIGITANDO UMA SEQUENCIA JA
      * LANCADA, O REGISTRO E MOSTRADO PARA ALTERAR OU EXCLUIR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYDSPS.
           COPY CPYEVES.
           COPY CPYAUDS.
           COPY CPYFORS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYDSPR.
           COPY CPYEVER.
           COPY CPYAUDR.
           COPY CPYFORR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-DSP       PIC X(02) VALUE "00".
       77 ST-EVE       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-EVENTO     PIC 9(03) VALUE ZEROS.
       77 W-PROXSEQ    PIC 9(04) VALUE ZEROS.
      *        DATA DO PAGAMENTO QUEBRADA PARA O MODULO DE DATAS
       01 W-DATAUX     PIC 9(08) VALUE ZEROS.
       01 W-DATAUX-R REDEFINES W-DATAUX.
            03 W-DATAUX-ANO PIC 9(04).
            03 W-DATAUX-MES PIC 9(02).
            03 W-DATAUX-DIA PIC 9(02).
           COPY CPYGCTW.
           COPY CPYMASC.
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYFORW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==DESPEVE==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO DESPEVE SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO DESPEVE.DAT"==
                   ==ST-ERRO== BY ==ST-DSP==.
       INC-OP1.
                OPEN INPUT EVENTO
                IF ST-EVE NOT = "00"
                   MOVE "ERRO NA ABERTURA DO EVENTO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE DESPEVE
                   GO TO ROT-FIM.
                OPEN INPUT FORNEC
                IF ST-FOR NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FORNEC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE DESPEVE EVENTO
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO DSP-FORNEC DSP-DOCTO
                MOVE ZEROS  TO DSP-SEQ DSP-CATEG DSP-VALOR DSP-CODFOR
                MOVE W-HOJE TO DSP-DATAPAG
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "DESPESAS DE EVENTO"
                DISPLAY (04, 01) "EVENTO          : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "SEQUENCIA       : "
                DISPLAY (07, 01) "CATEGORIA (1-9) : "
                DISPLAY (08, 01) "FORNECEDOR      : "
                DISPLAY (09, 01) "DOCUMENTO       : "
                DISPLAY (10, 01) "VALOR           : "
                DISPLAY (11, 01) "PAGO EM         : "
                DISPLAY (11, 28) "(AAAAMMDD)"
                DISPLAY (13, 01) "CATEGORIAS: 1=BUFFET 2=LOCAL"
                DISPLAY (13, 30) " 3=DECORACAO 4=BEBIDA 5=SOM/MUSICA"
                DISPLAY (14, 01) "            6=FOTO/VIDEO 7=CONVITES"
                DISPLAY (14, 37) " 8=LEMBRANCAS 9=OUTROS"
                DISPLAY (16, 01) "F4 NO FORNECEDOR=PESQUISAR PELO NOME"
                IF W-EVENTO NOT = ZEROS
                   DISPLAY (04, 18) W-EVENTO
                   DISPLAY (05, 18) EVE-DESC
                   GO TO INC-002A.
       INC-002.
                ACCEPT (04, 18) W-EVENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                MOVE W-EVENTO TO EVE-COD
                READ EVENTO
                IF ST-EVE NOT = "00"
                   MOVE "*** EVENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) EVE-DESC.
      *        O EVENTO FICA NA TELA PARA O PROXIMO LANCAMENTO; ESC NA
      *        SEQUENCIA TROCA DE EVENTO
       INC-002A.
                PERFORM SEQ-PROX THRU SEQ-PROX-FIM
                MOVE SPACES TO DSP-FORNEC DSP-DOCTO
                MOVE ZEROS  TO DSP-CATEG DSP-VALOR DSP-CODFOR
                MOVE W-HOJE TO DSP-DATAPAG
                MOVE W-PROXSEQ TO DSP-SEQ
                ACCEPT (06, 18) DSP-SEQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   MOVE ZEROS TO W-EVENTO
                   DISPLAY (05, 18) "                              "
                   GO TO INC-002.
                IF DSP-SEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE W-EVENTO TO DSP-EVENTO.
       LER-DSP01.
                MOVE 0 TO W-SEL
                READ DESPEVE
                IF ST-DSP NOT = "23"
                   IF ST-DSP = "00"
                      DISPLAY (07, 18) DSP-CATEG
                      DISPLAY (07, 20) GCT-DESC (DSP-CATEG)
                      DISPLAY (08, 18) DSP-CODFOR
                      DISPLAY (08, 33) DSP-FORNEC
                      DISPLAY (09, 18) DSP-DOCTO
                      MOVE DSP-VALOR TO MASC-DINHEIRO
                      DISPLAY (10, 18) MASC-DINHEIRO
                      DISPLAY (11, 18) DSP-DATAPAG
                      MOVE "*** DESPESA JA LANCADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO DESPEVE.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (07, 18) DSP-CATEG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002A.
                IF DSP-CATEG = ZEROS
                   MOVE "*** CATEGORIA DE 1 A 9 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (07, 20) GCT-DESC (DSP-CATEG).
      *        QUALQUER TIPO DE FORNECEDOR, DESDE QUE ATIVO
       INC-004.
                ACCEPT (08, 18) DSP-CODFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-ACT = TEC-F4
                   GO TO FPQ-001.
       INC-004X.
                IF DSP-CODFOR = ZEROS
                   MOVE "*** FORNECEDOR E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                IF W-FOROK = "N"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-FOROK = "I"
                   MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE FOR-FANTASIA TO DSP-FORNEC.
       INC-004A.
                ACCEPT (09, 18) DSP-DOCTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
       INC-004B.
                ACCEPT (10, 18) DSP-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
                IF DSP-VALOR = ZEROS
                   MOVE "*** VALOR E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
                MOVE DSP-VALOR TO MASC-DINHEIRO
                DISPLAY (10, 18) MASC-DINHEIRO.
       INC-005.
                ACCEPT (11, 18) DSP-DATAPAG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004B.
                MOVE DSP-DATAPAG TO W-DATAUX
                MOVE W-DATAUX-DIA TO DTV-DIA
                MOVE W-DATAUX-MES TO DTV-MES
                MOVE W-DATAUX-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                MOVE W-OPERADOR TO DSP-OPERADOR
                WRITE REGDSP
                IF ST-DSP = "00" OR "02"
                      MOVE "DESPEVE"    TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE DSP-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DESPESA LANCADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO DESPEVE.DAT" TO MENS
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
                DELETE DESPEVE RECORD
                IF ST-DSP = "00"
                   MOVE "DESPEVE"    TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE DSP-CHAVE    TO AUD-CHAVE
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
                MOVE W-OPERADOR TO DSP-OPERADOR
                REWRITE REGDSP
                IF ST-DSP = "00" OR "02"
                   MOVE "DESPEVE"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE DSP-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO DESPEVE.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * PROXIMA SEQUENCIA LIVRE DO EVENTO     *
      *****************************************
      *
       SEQ-PROX.
                MOVE 1 TO W-PROXSEQ
                MOVE W-EVENTO TO DSP-EVENTO
                MOVE ZEROS    TO DSP-SEQ
                START DESPEVE KEY IS NOT LESS THAN DSP-CHAVE
                IF ST-DSP NOT = "00"
                   GO TO SEQ-PROX-FIM.
       SEQ-PROX-LER.
                READ DESPEVE NEXT RECORD
                IF ST-DSP NOT = "00"
                   GO TO SEQ-PROX-FIM.
                IF DSP-EVENTO NOT = W-EVENTO
                   GO TO SEQ-PROX-FIM.
                COMPUTE W-PROXSEQ = DSP-SEQ + 1
                GO TO SEQ-PROX-LER.
       SEQ-PROX-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE DESPEVE EVENTO FORNEC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - DESPESAS DE EVENTO"
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
      * MODULO DE DATAS (CPYDTVP)             *
      *****************************************
      *
           COPY CPYDTVP.
      *
      *****************************************
      * ESCOLHA DO FORNECEDOR (FORNEC.DAT)    *
      *****************************************
      *
           COPY CPYFORP
               REPLACING ==CPY-CODCAMPO== BY ==DSP-CODFOR==
                         ==CPY-LIN== BY ==08==
                         ==CPY-COL== BY ==18==
                         ==CPY-NOMECOL== BY ==33==
                         ==CPY-VOLTA== BY ==INC-004==
                         ==CPY-APOS== BY ==INC-004X==.
       FIM-ROT-TEMPO.
