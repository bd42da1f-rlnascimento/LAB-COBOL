       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADORCFR.
      **************************************
      *  ORCAMENTO ANUAL DA FROTA POR MES  *
      *  E CATEGORIA (ORCFROTA.DAT)        *
      **************************************
      *----------------------------------------------------------------
      * O ANO, O NIVEL (G=FROTA INTEIRA, M=MARCA, V=VEICULO), A
      * REFERENCIA (CODIGO DA MARCA EM MARCA.DAT OU PLACA EM
      * VEICULO.DAT) E A CATEGORIA DE CUSTO (CPYOFCW) TRAZEM A GRADE
      * DOS DOZE MESES COM O VALOR PREVISTO. O PREVISTO E DIGITADO
      * MES A MES (ESC VOLTA UM MES); MES COM PREVISTO ZERO NAO FICA
      * GRAVADO. F3 APAGA A GRADE INTEIRA. F5 NO CAMPO DO ANO COPIA
      * TODO O ORCAMENTO DO ANO ANTERIOR PARA O ANO INFORMADO,
      * CORRIGIDO PELO PERCENTUAL DIGITADO (LINHA QUE JA EXISTE NO
      * ANO NOVO NAO E TOCADA). MESMO MODELO DO CADORCEV. O PREVISTO
      * X REALIZADO SAI NO RELORCFR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOFRS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYMARS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYOFRR.
           COPY CPYVEIR.
           COPY CPYMARR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-OFR       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-MARDISP    PIC X(01) VALUE "N".
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-NIVEL      PIC X(01) VALUE SPACES.
       77 W-REF        PIC X(07) VALUE SPACES.
       77 W-CATEG      PIC 9(01) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-COL        PIC 9(02) VALUE ZEROS.
       77 W-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77 W-VALED      PIC Z.ZZZ.ZZ9,99.
       77 W-TOTPREV    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTED      PIC ZZZ.ZZZ.ZZ9,99.
      *        COPIA DO ANO ANTERIOR
       77 W-ANOORIG    PIC 9(04) VALUE ZEROS.
       77 W-PCT        PIC S9(03)V99 VALUE ZEROS.
       77 W-COPIADOS   PIC 9(06) VALUE ZEROS.
       77 W-JAEXISTE   PIC 9(06) VALUE ZEROS.
       77 W-CNT-ED     PIC ZZZ.ZZ9.
      *PREVISTO DOS DOZE MESES NA TELA
       01 W-GRADE.
            03 W-PREV     PIC 9(07)V99 OCCURS 12 TIMES.
       01 W-MESES-VAL    PIC X(36)
                         VALUE "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01 W-MESES-TAB REDEFINES W-MESES-VAL.
            03 W-MESNOME  PIC X(03) OCCURS 12 TIMES.
           COPY CPYOFCW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==ORCFROTA==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO ORCFROTA SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO ORCFROTA.DAT"==
                   ==ST-ERRO== BY ==ST-OFR==.
       INC-OP1.
                OPEN INPUT CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ORCFROTA
                   GO TO ROT-FIM.
      *        SEM MARCA.DAT O CODIGO DA MARCA NAO E CONFERIDO
                OPEN INPUT MARCAS
                IF ST-ERRO = "00"
                   MOVE "S" TO W-MARDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE ZEROS TO W-ANO W-CATEG W-GRADE
                MOVE SPACES TO W-NIVEL W-REF
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "ORCAMENTO ANUAL DA FROTA"
                DISPLAY (04, 01) "ANO             : "
                DISPLAY (04, 30) "(F5=COPIAR DO ANO ANTERIOR)"
                DISPLAY (05, 01) "NIVEL           : "
                DISPLAY (05, 30) "(G=FROTA M=MARCA V=VEICULO)"
                DISPLAY (06, 01) "REFERENCIA      : "
                DISPLAY (07, 01) "CATEGORIA       : "
                DISPLAY (08, 01) "1=COMBUSTIVEL 2=MANUTENCAO 3=SEGURO"
                DISPLAY (08, 37) "4=IPVA/LICENC. 5=MULTAS 6=PNEUS"
                DISPLAY (10, 01) "MES    PREVISTO"
                DISPLAY (10, 40) "MES    PREVISTO"
                MOVE 1 TO W-MES.
       INC-001-MES.
                PERFORM GRD-POS THRU GRD-POS-FIM
                DISPLAY (W-LIN, W-COL) W-MESNOME (W-MES)
                ADD 1 TO W-MES
                IF W-MES < 13
                   GO TO INC-001-MES.
                DISPLAY (18, 01) "TOTAL DO ANO".
       INC-002.
                ACCEPT (04, 18) W-ANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-ACT = TEC-F5
                   GO TO CPA-001.
                IF W-ANO < 2000
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (05, 18) W-NIVEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF W-NIVEL = "g" MOVE "G" TO W-NIVEL.
                IF W-NIVEL = "m" MOVE "M" TO W-NIVEL.
                IF W-NIVEL = "v" MOVE "V" TO W-NIVEL.
                IF W-NIVEL NOT = "G" AND NOT = "M" AND NOT = "V"
                   MOVE "*** NIVEL: G, M OU V ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE SPACES TO W-REF
                DISPLAY (06, 18) W-REF
                DISPLAY (06, 27) LIMPA
                IF W-NIVEL = "G"
                   DISPLAY (06, 27) "FROTA INTEIRA"
                   GO TO INC-004.
       INC-003A.
                ACCEPT (06, 18) W-REF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                DISPLAY (06, 27) LIMPA
                IF W-NIVEL = "V"
                   MOVE W-REF TO PLACA
                   READ CADVEIC
                   IF ST-ERRO NOT = "00"
                      MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003A
                   ELSE
                      DISPLAY (06, 27) PROPRIETARIO
                      GO TO INC-004.
      *        MARCA: UM DIGITO NA PRIMEIRA POSICAO
                IF W-REF (1:1) NOT NUMERIC OR W-REF (2:6) NOT = SPACES
                   MOVE "*** MARCA: CODIGO DE 1 DIGITO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                IF W-MARDISP NOT = "S"
                   GO TO INC-004.
                MOVE W-REF (1:1) TO COD-MARCA
                READ MARCAS
                IF ST-ERRO NOT = "00"
                   MOVE "*** MARCA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                DISPLAY (06, 27) NOMEMARCA.
       INC-004.
                ACCEPT (07, 18) W-CATEG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   IF W-NIVEL = "G"
                      GO TO INC-003
                   ELSE
                      GO TO INC-003A.
                IF W-CATEG < 1 OR W-CATEG > 6
                   MOVE "*** CATEGORIA DE 1 A 6 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (07, 22) OFC-DESC (W-CATEG).
       LER-OFR01.
                MOVE 0 TO W-SEL
                PERFORM OFR-CARREGA THRU OFR-CARREGA-FIM
                PERFORM GRD-MOSTRA THRU GRD-MOSTRA-FIM
                IF W-SEL = 1
                   MOVE "*** LINHA JA ORCADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE 1 TO W-MES.
       INC-004A.
                PERFORM GRD-POS THRU GRD-POS-FIM
                ADD 4 TO W-COL
                MOVE W-PREV (W-MES) TO W-VALOR
                ACCEPT (W-LIN, W-COL) W-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   PERFORM GRD-LINHA THRU GRD-LINHA-FIM
                   IF W-MES = 1
                      GO TO INC-004
                   ELSE
                      SUBTRACT 1 FROM W-MES
                      GO TO INC-004A.
                MOVE W-VALOR TO W-PREV (W-MES)
                PERFORM GRD-LINHA THRU GRD-LINHA-FIM
                ADD 1 TO W-MES
                IF W-MES < 13
                   GO TO INC-004A.
                PERFORM GRD-TOTAL THRU GRD-TOTAL-FIM.
      *
      *        ESC NA CONFIRMACAO VOLTA PARA DEZEMBRO
       INC-005.
                IF W-ACT = TEC-ESC
                   MOVE 12 TO W-MES
                   GO TO INC-004A.
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                PERFORM OFR-GRAVA THRU OFR-GRAVA-FIM
                MOVE "ORCFROTA"   TO AUD-ARQ
                MOVE "INCLUSAO"   TO AUD-ACAO
                PERFORM OFR-AUDCHV THRU OFR-AUDCHV-FIM
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
                     "F1=NOVA LINHA   F2=ALTERAR   F3=EXCLUIR"
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
                   MOVE 1 TO W-MES
                   GO TO INC-004A.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                MOVE ZEROS TO W-MES.
       EXC-DL1-MES.
                ADD 1 TO W-MES
                IF W-MES > 12
                   GO TO EXC-DL1-AUD.
                PERFORM OFR-MONTA THRU OFR-MONTA-FIM
                DELETE ORCFROTA RECORD
                GO TO EXC-DL1-MES.
       EXC-DL1-AUD.
                MOVE "ORCFROTA"   TO AUD-ARQ
                MOVE "EXCLUSAO"   TO AUD-ACAO
                PERFORM OFR-AUDCHV THRU OFR-AUDCHV-FIM
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-EXCCNT
                MOVE "*** ORCAMENTO EXCLUIDO ***          " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       ALT-RW1.
                PERFORM OFR-GRAVA THRU OFR-GRAVA-FIM
                MOVE "ORCFROTA"   TO AUD-ARQ
                MOVE "ALTERACAO"  TO AUD-ACAO
                PERFORM OFR-AUDCHV THRU OFR-AUDCHV-FIM
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-ALTCNT
                MOVE "*** ORCAMENTO ALTERADO ***        " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * COPIA DO ANO ANTERIOR + PERCENTUAL    *
      *****************************************
      *
       CPA-001.
                MOVE ZEROS TO W-ANO W-PCT W-COPIADOS W-JAEXISTE
                DISPLAY (04, 30) LIMPA
                DISPLAY (12, 01) ERASE
                DISPLAY (12, 01) "COPIA DO ORCAMENTO DO ANO ANTERIOR"
                DISPLAY (14, 01) "ANO NOVO        : "
                DISPLAY (15, 01) "PERCENTUAL      : "
                DISPLAY (15, 30) "(EX.: 5,50 OU -3,00)".
       CPA-002.
                ACCEPT (14, 18) W-ANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF W-ANO < 2001
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPA-002.
                COMPUTE W-ANOORIG = W-ANO - 1
                DISPLAY (14, 30) "COPIANDO DE "
                DISPLAY (14, 42) W-ANOORIG.
       CPA-003.
                ACCEPT (15, 18) W-PCT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO CPA-002.
       CPA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO CPA-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** COPIA RECUSADA PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPA-OPC.
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-ANOORIG TO OFR-ANO
                MOVE LOW-VALUES TO OFR-NIVEL OFR-REF
                MOVE ZEROS TO OFR-CATEG OFR-MES
                START ORCFROTA KEY IS NOT LESS THAN OFR-CHAVE
                IF ST-OFR NOT = "00"
                   GO TO CPA-FIM.
      *        LE A LINHA DO ANO ANTERIOR, GRAVA NO ANO NOVO E VOLTA
      *        PARA A MESMA LINHA ANTIGA PARA SEGUIR A LEITURA
       CPA-LER.
                READ ORCFROTA NEXT RECORD
                IF ST-OFR NOT = "00"
                   GO TO CPA-FIM.
                IF OFR-ANO NOT = W-ANOORIG
                   GO TO CPA-FIM.
                MOVE W-ANO TO OFR-ANO
                COMPUTE OFR-PREVISTO ROUNDED =
                    OFR-PREVISTO * (100 + W-PCT) / 100
                    ON SIZE ERROR MOVE ZEROS TO OFR-PREVISTO.
                MOVE W-DATAUD   TO OFR-DATA
                MOVE W-OPERADOR TO OFR-OPERADOR
                WRITE REGOFR
                IF ST-OFR = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   ADD 1 TO W-JAEXISTE.
                MOVE W-ANOORIG TO OFR-ANO
                START ORCFROTA KEY IS GREATER THAN OFR-CHAVE
                IF ST-OFR NOT = "00"
                   GO TO CPA-FIM.
                GO TO CPA-LER.
       CPA-FIM.
                MOVE "ORCFROTA"   TO AUD-ARQ
                MOVE "COPIA"      TO AUD-ACAO
                MOVE SPACES TO AUD-CHAVE
                STRING W-ANOORIG "/" W-ANO
                       DELIMITED BY SIZE INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD W-COPIADOS TO W-INCCNT
                MOVE W-COPIADOS TO W-CNT-ED
                DISPLAY (17, 01) "MESES COPIADOS..........: "
                DISPLAY (17, 27) W-CNT-ED
                MOVE W-JAEXISTE TO W-CNT-ED
                DISPLAY (18, 01) "JA EXISTIAM (MANTIDOS)..: "
                DISPLAY (18, 27) W-CNT-ED
                MOVE "*** COPIA CONCLUIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * CHAVE DO MES W-MES DA LINHA NA TELA   *
      *****************************************
      *
       OFR-MONTA.
                MOVE W-ANO   TO OFR-ANO
                MOVE W-NIVEL TO OFR-NIVEL
                MOVE W-REF   TO OFR-REF
                MOVE W-CATEG TO OFR-CATEG
                MOVE W-MES   TO OFR-MES.
       OFR-MONTA-FIM.
                EXIT.
      *
      *        CHAVE DO AUDIT.TXT SEM BRANCOS: ANO/NIVEL/REF/CATEGORIA
       OFR-AUDCHV.
                MOVE SPACES TO AUD-CHAVE
                STRING W-ANO   DELIMITED BY SIZE
                       "/"     DELIMITED BY SIZE
                       W-NIVEL DELIMITED BY SIZE
                       "/"     DELIMITED BY SIZE
                       W-REF   DELIMITED BY SPACE
                       "/"     DELIMITED BY SIZE
                       W-CATEG DELIMITED BY SIZE
                       INTO AUD-CHAVE.
       OFR-AUDCHV-FIM.
                EXIT.
      *
      *****************************************
      * CARGA DO PREVISTO DOS DOZE MESES      *
      *****************************************
      *
       OFR-CARREGA.
                MOVE ZEROS TO W-GRADE W-MES.
       OFR-CARREGA-MES.
                ADD 1 TO W-MES
                IF W-MES > 12
                   GO TO OFR-CARREGA-FIM.
                PERFORM OFR-MONTA THRU OFR-MONTA-FIM
                READ ORCFROTA
                IF ST-OFR = "00"
                   MOVE OFR-PREVISTO TO W-PREV (W-MES)
                   MOVE 1 TO W-SEL.
                GO TO OFR-CARREGA-MES.
       OFR-CARREGA-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DOS DOZE MESES: PREVISTO     *
      * ZERO APAGA O MES                      *
      *****************************************
      *
       OFR-GRAVA.
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE ZEROS TO W-MES.
       OFR-GRAVA-MES.
                ADD 1 TO W-MES
                IF W-MES > 12
                   GO TO OFR-GRAVA-FIM.
                PERFORM OFR-MONTA THRU OFR-MONTA-FIM
                READ ORCFROTA
                IF ST-OFR = "00"
                   IF W-PREV (W-MES) = ZEROS
                      DELETE ORCFROTA RECORD
                      GO TO OFR-GRAVA-MES
                   ELSE
                      MOVE W-PREV (W-MES) TO OFR-PREVISTO
                      MOVE W-DATAUD       TO OFR-DATA
                      MOVE W-OPERADOR     TO OFR-OPERADOR
                      REWRITE REGOFR
                      GO TO OFR-GRAVA-MES.
                IF W-PREV (W-MES) = ZEROS
                   GO TO OFR-GRAVA-MES.
                MOVE W-PREV (W-MES) TO OFR-PREVISTO
                MOVE W-DATAUD       TO OFR-DATA
                MOVE W-OPERADOR     TO OFR-OPERADOR
                WRITE REGOFR
                GO TO OFR-GRAVA-MES.
       OFR-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * EXIBICAO DA GRADE (JAN-JUN A ESQUERDA, *
      * JUL-DEZ A DIREITA)                     *
      *****************************************
      *
       GRD-POS.
                IF W-MES < 7
                   COMPUTE W-LIN = W-MES + 10
                   MOVE 01 TO W-COL
                ELSE
                   COMPUTE W-LIN = W-MES + 4
                   MOVE 40 TO W-COL.
       GRD-POS-FIM.
                EXIT.
      *
       GRD-MOSTRA.
                MOVE 1 TO W-MES.
       GRD-MOSTRA-MES.
                PERFORM GRD-LINHA THRU GRD-LINHA-FIM
                ADD 1 TO W-MES
                IF W-MES < 13
                   GO TO GRD-MOSTRA-MES.
                PERFORM GRD-TOTAL THRU GRD-TOTAL-FIM.
       GRD-MOSTRA-FIM.
                EXIT.
      *
       GRD-LINHA.
                PERFORM GRD-POS THRU GRD-POS-FIM
                ADD 4 TO W-COL
                MOVE W-PREV (W-MES) TO W-VALED
                DISPLAY (W-LIN, W-COL) W-VALED.
       GRD-LINHA-FIM.
                EXIT.
      *
       GRD-TOTAL.
                MOVE ZEROS TO W-TOTPREV
                MOVE 1 TO W-MES.
       GRD-TOTAL-MES.
                ADD W-PREV (W-MES) TO W-TOTPREV
                ADD 1 TO W-MES
                IF W-MES < 13
                   GO TO GRD-TOTAL-MES.
                MOVE W-TOTPREV TO W-TOTED
                DISPLAY (18, 18) W-TOTED.
       GRD-TOTAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE ORCFROTA CADVEIC AUDITORIA.
                IF W-MARDISP = "S"
                   CLOSE MARCAS.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - ORCAMENTO DA FROTA"
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
