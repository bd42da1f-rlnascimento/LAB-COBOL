       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADORCEV.
      **************************************
      *  ORCAMENTO DE EVENTO POR CATEGORIA *
      *  DE DESPESA (ORCEVE.DAT)           *
      **************************************
      *----------------------------------------------------------------
      * O NUMERO DO EVENTO (EVENTO.DAT, DO CADEVENT) TRAZ A GRADE DAS
      * NOVE CATEGORIAS DE DESPESA (CPYGCTW) COM O VALOR PREVISTO E,
      * AO LADO, O QUE JA FOI LANCADO NO CADDESPE (DESPEVE.DAT) E A
      * DIFERENCA. O PREVISTO E DIGITADO LINHA A LINHA (ESC VOLTA UMA
      * LINHA); CATEGORIA COM PREVISTO ZERO NAO FICA GRAVADA. F3 APAGA
      * O ORCAMENTO INTEIRO DO EVENTO. O FECHAMENTO SAI NO RELORCEV.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYORCS.
           COPY CPYEVES.
           COPY CPYDSPS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYORCR.
           COPY CPYEVER.
           COPY CPYDSPR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ORC       PIC X(02) VALUE "00".
       77 ST-EVE       PIC X(02) VALUE "00".
       77 ST-DSP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DSPDISP    PIC X(01) VALUE "N".
       77 W-EVENTO     PIC 9(03) VALUE ZEROS.
       77 W-CAT        PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 W-DIF        PIC S9(07)V99 VALUE ZEROS.
       77 W-DIFED      PIC -ZZZ.ZZ9,99.
       77 W-TOTPREV    PIC 9(07)V99 VALUE ZEROS.
       77 W-TOTREAL    PIC 9(07)V99 VALUE ZEROS.
       77 W-TOTED      PIC Z.ZZZ.ZZ9,99.
      *PREVISTO E REALIZADO DO EVENTO NA TELA, POR CATEGORIA
       01 W-GRADE.
            03 W-GRD OCCURS 9 TIMES.
                05 W-PREV     PIC 9(06)V99.
                05 W-REAL     PIC 9(07)V99.
           COPY CPYGCTW.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==ORCEVE==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO ORCEVE SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO ORCEVE.DAT"==
                   ==ST-ERRO== BY ==ST-ORC==.
       INC-OP1.
                OPEN INPUT EVENTO
                IF ST-EVE NOT = "00"
                   MOVE "ERRO NA ABERTURA DO EVENTO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ORCEVE
                   GO TO ROT-FIM.
      *        SEM DESPEVE.DAT (NADA LANCADO AINDA) O REALIZADO E ZERO
                OPEN INPUT DESPEVE
                IF ST-DSP = "00"
                   MOVE "S" TO W-DSPDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE ZEROS TO W-EVENTO W-GRADE
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "ORCAMENTO DE EVENTO"
                DISPLAY (04, 01) "EVENTO          : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "DATA            : "
                DISPLAY (08, 01) "CATEGORIA"
                DISPLAY (08, 22) "PREVISTO"
                DISPLAY (08, 35) "REALIZADO"
                DISPLAY (08, 48) "DIFERENCA"
                MOVE 1 TO W-CAT.
       INC-001-CAT.
                COMPUTE W-LIN = W-CAT + 8
                DISPLAY (W-LIN, 01) W-CAT
                DISPLAY (W-LIN, 04) GCT-DESC (W-CAT)
                ADD 1 TO W-CAT
                IF W-CAT < 10
                   GO TO INC-001-CAT.
                DISPLAY (18, 01) "TOTAL".
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
                DISPLAY (05, 18) EVE-DESC
                DISPLAY (06, 18) EVE-DATA.
       LER-ORC01.
                MOVE 0 TO W-SEL
                PERFORM ORC-CARREGA THRU ORC-CARREGA-FIM
                PERFORM GRD-MOSTRA THRU GRD-MOSTRA-FIM
                IF W-SEL = 1
                   MOVE "*** EVENTO JA TEM ORCAMENTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE 1 TO W-CAT.
       INC-003.
                COMPUTE W-LIN = W-CAT + 8
                MOVE W-PREV (W-CAT) TO W-VALOR
                ACCEPT (W-LIN, 20) W-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   PERFORM GRD-LINHA THRU GRD-LINHA-FIM
                   IF W-CAT = 1
                      GO TO INC-002
                   ELSE
                      SUBTRACT 1 FROM W-CAT
                      GO TO INC-003.
                MOVE W-VALOR TO W-PREV (W-CAT)
                PERFORM GRD-LINHA THRU GRD-LINHA-FIM
                ADD 1 TO W-CAT
                IF W-CAT < 10
                   GO TO INC-003.
                PERFORM GRD-TOTAL THRU GRD-TOTAL-FIM.
      *
      *        ESC NA CONFIRMACAO VOLTA PARA A ULTIMA CATEGORIA
       INC-005.
                IF W-ACT = TEC-ESC
                   MOVE 9 TO W-CAT
                   GO TO INC-003.
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                PERFORM ORC-GRAVA THRU ORC-GRAVA-FIM
                MOVE "ORCEVE"     TO AUD-ARQ
                MOVE "INCLUSAO"   TO AUD-ACAO
                MOVE W-EVENTO     TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-INCCNT
                MOVE "*** ORCAMENTO GRAVADO *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO EVENTO   F2=ALTERAR   F3=EXCLUIR"
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
                   MOVE 1 TO W-CAT
                   GO TO INC-003.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                MOVE ZEROS TO W-CAT.
       EXC-DL1-CAT.
                ADD 1 TO W-CAT
                IF W-CAT > 9
                   GO TO EXC-DL1-AUD.
                MOVE W-EVENTO TO ORC-EVENTO
                MOVE W-CAT    TO ORC-CATEG
                DELETE ORCEVE RECORD
                GO TO EXC-DL1-CAT.
       EXC-DL1-AUD.
                MOVE "ORCEVE"     TO AUD-ARQ
                MOVE "EXCLUSAO"   TO AUD-ACAO
                MOVE W-EVENTO     TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-EXCCNT
                MOVE "*** ORCAMENTO EXCLUIDO ***          " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       ALT-RW1.
                PERFORM ORC-GRAVA THRU ORC-GRAVA-FIM
                MOVE "ORCEVE"     TO AUD-ARQ
                MOVE "ALTERACAO"  TO AUD-ACAO
                MOVE W-EVENTO     TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-ALTCNT
                MOVE "*** ORCAMENTO ALTERADO ***        " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * CARGA DO PREVISTO (ORCEVE.DAT) E DO   *
      * REALIZADO (DESPEVE.DAT) DO EVENTO     *
      *****************************************
      *
       ORC-CARREGA.
                MOVE ZEROS TO W-GRADE W-CAT.
       ORC-CARREGA-CAT.
                ADD 1 TO W-CAT
                IF W-CAT > 9
                   GO TO ORC-CARREGA-DSP.
                MOVE W-EVENTO TO ORC-EVENTO
                MOVE W-CAT    TO ORC-CATEG
                READ ORCEVE
                IF ST-ORC = "00"
                   MOVE ORC-PREVISTO TO W-PREV (W-CAT)
                   MOVE 1 TO W-SEL.
                GO TO ORC-CARREGA-CAT.
       ORC-CARREGA-DSP.
                IF W-DSPDISP NOT = "S"
                   GO TO ORC-CARREGA-FIM.
                MOVE W-EVENTO TO DSP-EVENTO
                MOVE ZEROS    TO DSP-SEQ
                START DESPEVE KEY IS NOT LESS THAN DSP-CHAVE
                IF ST-DSP NOT = "00"
                   GO TO ORC-CARREGA-FIM.
       ORC-CARREGA-LER.
                READ DESPEVE NEXT RECORD
                IF ST-DSP NOT = "00"
                   GO TO ORC-CARREGA-FIM.
                IF DSP-EVENTO NOT = W-EVENTO
                   GO TO ORC-CARREGA-FIM.
                IF DSP-CATEG > 0
                   ADD DSP-VALOR TO W-REAL (DSP-CATEG).
                GO TO ORC-CARREGA-LER.
       ORC-CARREGA-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DAS NOVE CATEGORIAS: PREVISTO *
      * ZERO APAGA A CATEGORIA                 *
      *****************************************
      *
       ORC-GRAVA.
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE ZEROS TO W-CAT.
       ORC-GRAVA-CAT.
                ADD 1 TO W-CAT
                IF W-CAT > 9
                   GO TO ORC-GRAVA-FIM.
                MOVE W-EVENTO TO ORC-EVENTO
                MOVE W-CAT    TO ORC-CATEG
                READ ORCEVE
                IF ST-ORC = "00"
                   IF W-PREV (W-CAT) = ZEROS
                      DELETE ORCEVE RECORD
                      GO TO ORC-GRAVA-CAT
                   ELSE
                      MOVE W-PREV (W-CAT) TO ORC-PREVISTO
                      MOVE W-DATAUD       TO ORC-DATA
                      MOVE W-OPERADOR     TO ORC-OPERADOR
                      REWRITE REGORC
                      GO TO ORC-GRAVA-CAT.
                IF W-PREV (W-CAT) = ZEROS
                   GO TO ORC-GRAVA-CAT.
                MOVE W-PREV (W-CAT) TO ORC-PREVISTO
                MOVE W-DATAUD       TO ORC-DATA
                MOVE W-OPERADOR     TO ORC-OPERADOR
                WRITE REGORC
                GO TO ORC-GRAVA-CAT.
       ORC-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * EXIBICAO DA GRADE                     *
      *****************************************
      *
       GRD-MOSTRA.
                MOVE 1 TO W-CAT.
       GRD-MOSTRA-CAT.
                PERFORM GRD-LINHA THRU GRD-LINHA-FIM
                ADD 1 TO W-CAT
                IF W-CAT < 10
                   GO TO GRD-MOSTRA-CAT.
                PERFORM GRD-TOTAL THRU GRD-TOTAL-FIM.
       GRD-MOSTRA-FIM.
                EXIT.
      *
       GRD-LINHA.
                COMPUTE W-LIN = W-CAT + 8
                MOVE W-PREV (W-CAT) TO MASC-DINHEIRO-REL
                DISPLAY (W-LIN, 20) MASC-DINHEIRO-REL
                MOVE W-REAL (W-CAT) TO MASC-DINHEIRO-REL
                DISPLAY (W-LIN, 34) MASC-DINHEIRO-REL
                COMPUTE W-DIF = W-PREV (W-CAT) - W-REAL (W-CAT)
                MOVE W-DIF TO W-DIFED
                DISPLAY (W-LIN, 47) W-DIFED.
       GRD-LINHA-FIM.
                EXIT.
      *
       GRD-TOTAL.
                MOVE ZEROS TO W-TOTPREV W-TOTREAL
                MOVE 1 TO W-CAT.
       GRD-TOTAL-CAT.
                ADD W-PREV (W-CAT) TO W-TOTPREV
                ADD W-REAL (W-CAT) TO W-TOTREAL
                ADD 1 TO W-CAT
                IF W-CAT < 10
                   GO TO GRD-TOTAL-CAT.
                MOVE W-TOTPREV TO W-TOTED
                DISPLAY (18, 18) W-TOTED
                MOVE W-TOTREAL TO W-TOTED
                DISPLAY (18, 32) W-TOTED
                COMPUTE W-DIF = W-TOTPREV - W-TOTREAL
                MOVE W-DIF TO W-DIFED
                DISPLAY (18, 47) W-DIFED.
       GRD-TOTAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE ORCEVE EVENTO AUDITORIA
                IF W-DSPDISP = "S"
                   CLOSE DESPEVE.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - ORCAMENTO DE EVENTO"
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
