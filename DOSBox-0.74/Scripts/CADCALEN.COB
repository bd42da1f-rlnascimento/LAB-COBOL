       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCALEN.
      **************************************
      *  CADASTRO DO CALENDARIO ESCOLAR    *
      *  POR TERMO LETIVO (CALESC.DAT)     *
      **************************************
      *----------------------------------------------------------------
      * POR TERMO (O MESMO CODIGO DO FECHATER, EX. 2026-1): A META DE
      * DIAS LETIVOS (O MINIMO LEGAL - EM BRANCO FICA 200), SE O
      * SABADO E LETIVO, O INICIO E O FIM DE CADA UM DOS QUATRO
      * BIMESTRES E ATE 10 PERIODOS NAO LETIVOS (RECESSO, FERIADO
      * ESCOLAR) DENTRO DELES. DATAS EM AAAAMMDD, COMO NO CADSAIDA.
      * ANTES DE GRAVAR, A TELA MOSTRA OS DIAS LETIVOS PREVISTOS
      * (CPYCALP) E AVISA QUANDO FICAM ABAIXO DA META. E DESTE
      * CADASTRO QUE O CADCHAM TIRA O BIMESTRE DA AULA E O RELLETIV
      * O MINIMO DE DIAS LETIVOS. TUDO SAI EM AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCALS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCALR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-CAL       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYDTVW.
           COPY CPYCALW.
       77 W-BIMIX      PIC 9(01) VALUE ZEROS.
       77 W-NLIX       PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-PREVISTOS  PIC 9(03) VALUE ZEROS.
       01 W-DATA       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==CALESC==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO CALESC SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO CALESC.DAT"==
                   ==ST-ERRO== BY ==ST-CAL==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO REGCAL
                MOVE ZEROS  TO CAL-DIASMETA W-PREVISTOS
                MOVE 1 TO W-CALIX
                PERFORM CAL-ZERA THRU CAL-ZERA-FIM
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "CALENDARIO ESCOLAR"
                DISPLAY (03, 01) "TERMO (EX.2026-1): "
                DISPLAY (04, 01) "META DIAS LETIVOS: "
                DISPLAY (04, 30) "SABADO LETIVO (S/N): "
                DISPLAY (05, 01) "DATAS EM AAAAMMDD"
                DISPLAY (06, 01) "1O BIMESTRE     : "
                DISPLAY (07, 01) "2O BIMESTRE     : "
                DISPLAY (08, 01) "3O BIMESTRE     : "
                DISPLAY (09, 01) "4O BIMESTRE     : "
                DISPLAY (06, 28) "A"
                DISPLAY (07, 28) "A"
                DISPLAY (08, 28) "A"
                DISPLAY (09, 28) "A"
                DISPLAY (11, 01)
                   "NAO LETIVOS - INICIO ZERADO ENCERRA A LISTA"
                DISPLAY (22, 01) "DIAS LETIVOS PREVISTOS: ".
       INC-002.
                ACCEPT (03, 20) CAL-TERMO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF CAL-TERMO = SPACES
                   MOVE "*** TERMO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CAL01.
                MOVE 0 TO W-SEL
                READ CALESC
                IF ST-CAL NOT = "23"
                   IF ST-CAL = "00"
                      PERFORM CAL-MOSTRA THRU CAL-MOSTRA-FIM
                      MOVE "*** TERMO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO CALESC.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (04, 20) CAL-DIASMETA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF CAL-DIASMETA = ZEROS
                   MOVE 200 TO CAL-DIASMETA
                   DISPLAY (04, 20) CAL-DIASMETA.
       INC-004.
                ACCEPT (04, 51) CAL-SABADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF CAL-SABADO = "s"
                   MOVE "S" TO CAL-SABADO.
                IF CAL-SABADO NOT = "S"
                   MOVE "N" TO CAL-SABADO
                   DISPLAY (04, 51) CAL-SABADO.
                MOVE 1 TO W-BIMIX.
      *
      *****************************************
      * DATAS DOS QUATRO BIMESTRES            *
      *****************************************
      *
       INC-BIM.
                COMPUTE W-LIN = W-BIMIX + 5
                MOVE CAL-BIMINI (W-BIMIX) TO W-DATA
                ACCEPT (W-LIN, 19) W-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   IF W-BIMIX = 1
                      GO TO INC-004
                   ELSE
                      SUBTRACT 1 FROM W-BIMIX
                      GO TO INC-BIM-FIM.
                PERFORM CAL-VALIDA THRU CAL-VALIDA-FIM
                IF DTV-OK NOT = "S"
                   GO TO INC-BIM.
                IF W-BIMIX > 1
                   IF W-DATA NOT > CAL-BIMFIM (W-BIMIX - 1)
                      MOVE "*** BIMESTRE ANTES DO FIM DO ANTERIOR ***"
                        TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-BIM.
                MOVE W-DATA TO CAL-BIMINI (W-BIMIX).
       INC-BIM-FIM.
                COMPUTE W-LIN = W-BIMIX + 5
                MOVE CAL-BIMFIM (W-BIMIX) TO W-DATA
                ACCEPT (W-LIN, 30) W-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-BIM.
                PERFORM CAL-VALIDA THRU CAL-VALIDA-FIM
                IF DTV-OK NOT = "S"
                   GO TO INC-BIM-FIM.
                IF W-DATA < CAL-BIMINI (W-BIMIX)
                   MOVE "*** FIM ANTES DO INICIO DO BIMESTRE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-BIM-FIM.
                MOVE W-DATA TO CAL-BIMFIM (W-BIMIX)
                IF W-BIMIX < 4
                   ADD 1 TO W-BIMIX
                   GO TO INC-BIM.
      *
      *****************************************
      * PERIODOS NAO LETIVOS (LINHAS 12 A 21) *
      *****************************************
      *
       INC-005.
                MOVE 1 TO W-NLIX.
       INC-NL.
                IF W-NLIX > 10
                   GO TO INC-CONTA.
                COMPUTE W-LIN = W-NLIX + 11
                MOVE CAL-NLINI (W-NLIX) TO W-DATA
                ACCEPT (W-LIN, 04) W-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   IF W-NLIX = 1
                      MOVE 4 TO W-BIMIX
                      GO TO INC-BIM-FIM
                   ELSE
                      SUBTRACT 1 FROM W-NLIX
                      GO TO INC-NL.
                IF W-DATA = ZEROS
                   MOVE W-NLIX TO W-CALIX
                   PERFORM CAL-ZERA THRU CAL-ZERA-FIM
                   GO TO INC-CONTA.
                PERFORM CAL-VALIDA THRU CAL-VALIDA-FIM
                IF DTV-OK NOT = "S"
                   GO TO INC-NL.
                IF W-DATA < CAL-BIMINI (1) OR W-DATA > CAL-BIMFIM (4)
                   MOVE "*** DATA FORA DOS BIMESTRES DO TERMO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NL.
                MOVE W-DATA TO CAL-NLINI (W-NLIX).
       INC-NL-FIM.
                MOVE CAL-NLFIM (W-NLIX) TO W-DATA
                IF W-DATA = ZEROS
                   MOVE CAL-NLINI (W-NLIX) TO W-DATA.
                ACCEPT (W-LIN, 17) W-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-NL.
                IF W-DATA = ZEROS
                   MOVE CAL-NLINI (W-NLIX) TO W-DATA.
                PERFORM CAL-VALIDA THRU CAL-VALIDA-FIM
                IF DTV-OK NOT = "S"
                   GO TO INC-NL-FIM.
                IF W-DATA < CAL-NLINI (W-NLIX)
                   OR W-DATA > CAL-BIMFIM (4)
                   MOVE "*** FIM FORA DO PERIODO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NL-FIM.
                MOVE W-DATA TO CAL-NLFIM (W-NLIX)
                DISPLAY (W-LIN, 17) CAL-NLFIM (W-NLIX).
       INC-NL-DESC.
                ACCEPT (W-LIN, 28) CAL-NLDESC (W-NLIX) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-NL-FIM.
                IF CAL-NLDESC (W-NLIX) = SPACES
                   MOVE "NAO LETIVO" TO CAL-NLDESC (W-NLIX)
                   DISPLAY (W-LIN, 28) CAL-NLDESC (W-NLIX).
                ADD 1 TO W-NLIX
                GO TO INC-NL.
      *
      *        DIAS LETIVOS PREVISTOS CONTRA A META
       INC-CONTA.
                PERFORM CAL-PREVISTOS THRU CAL-PREVISTOS-FIM
                IF W-PREVISTOS < CAL-DIASMETA
                   MOVE "*** ATENCAO: PREVISTOS ABAIXO DA META ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGCAL
                IF ST-CAL = "00" OR "02"
                      MOVE "CALESC"     TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE CAL-TERMO    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO CALESC.DAT" TO MENS
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
                DELETE CALESC RECORD
                IF ST-CAL = "00"
                   MOVE "CALESC"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE CAL-TERMO    TO AUD-CHAVE
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
                REWRITE REGCAL
                IF ST-CAL = "00" OR "02"
                   MOVE "CALESC"     TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE CAL-TERMO    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CALESC.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ROTINAS DA TELA DO CALENDARIO         *
      *****************************************
      *
      *        DATA DIGITADA EM W-DATA (AAAAMMDD) E VALIDA?
       CAL-VALIDA.
                MOVE W-DATA-DIA TO DTV-DIA
                MOVE W-DATA-MES TO DTV-MES
                MOVE W-DATA-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CAL-VALIDA-FIM.
                EXIT.
      *
      *        LIMPA OS PERIODOS NAO LETIVOS A PARTIR DE W-CALIX
       CAL-ZERA.
                IF W-CALIX > 10
                   GO TO CAL-ZERA-FIM.
                MOVE ZEROS  TO CAL-NLINI (W-CALIX) CAL-NLFIM (W-CALIX)
                MOVE SPACES TO CAL-NLDESC (W-CALIX)
                COMPUTE W-LIN = W-CALIX + 11
                DISPLAY (W-LIN, 01) LIMPA
                ADD 1 TO W-CALIX
                GO TO CAL-ZERA.
       CAL-ZERA-FIM.
                EXIT.
      *
      *        MOSTRA O TERMO LIDO
       CAL-MOSTRA.
                DISPLAY (04, 20) CAL-DIASMETA
                DISPLAY (04, 51) CAL-SABADO
                MOVE 1 TO W-BIMIX.
       CAL-MOSTRA-BIM.
                COMPUTE W-LIN = W-BIMIX + 5
                DISPLAY (W-LIN, 19) CAL-BIMINI (W-BIMIX)
                DISPLAY (W-LIN, 30) CAL-BIMFIM (W-BIMIX)
                IF W-BIMIX < 4
                   ADD 1 TO W-BIMIX
                   GO TO CAL-MOSTRA-BIM.
                MOVE 1 TO W-NLIX.
       CAL-MOSTRA-NL.
                IF W-NLIX > 10
                   GO TO CAL-MOSTRA-CONTA.
                IF CAL-NLINI (W-NLIX) = ZEROS
                   GO TO CAL-MOSTRA-CONTA.
                COMPUTE W-LIN = W-NLIX + 11
                DISPLAY (W-LIN, 04) CAL-NLINI (W-NLIX)
                DISPLAY (W-LIN, 17) CAL-NLFIM (W-NLIX)
                DISPLAY (W-LIN, 28) CAL-NLDESC (W-NLIX)
                ADD 1 TO W-NLIX
                GO TO CAL-MOSTRA-NL.
       CAL-MOSTRA-CONTA.
                PERFORM CAL-PREVISTOS THRU CAL-PREVISTOS-FIM.
       CAL-MOSTRA-FIM.
                EXIT.
      *
      *        DIAS LETIVOS PREVISTOS NOS QUATRO BIMESTRES
       CAL-PREVISTOS.
                MOVE ZEROS TO W-PREVISTOS W-CALFILTRO
                MOVE 1 TO W-BIMIX.
       CAL-PREVISTOS-BIM.
                MOVE CAL-BIMINI (W-BIMIX) TO W-CALDE
                MOVE CAL-BIMFIM (W-BIMIX) TO W-CALATE
                PERFORM CAL-CONTA THRU CAL-CONTA-FIM
                ADD W-CALQTD TO W-PREVISTOS
                IF W-BIMIX < 4
                   ADD 1 TO W-BIMIX
                   GO TO CAL-PREVISTOS-BIM.
                DISPLAY (22, 25) W-PREVISTOS
                DISPLAY (22, 30) "META: "
                DISPLAY (22, 36) CAL-DIASMETA.
       CAL-PREVISTOS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE CALESC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - CALENDARIO ESCOLAR"
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
      * VALIDACAO DE DATAS E DIAS LETIVOS     *
      *****************************************
      *
           COPY CPYDTVP.
           COPY CPYCALP.
       FIM-ROT-TEMPO.
