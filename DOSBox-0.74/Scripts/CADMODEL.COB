       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMODEL.
      **************************************
      *  CATALOGO DE MODELOS DE VEICULO    *
      *  (MODELO.DAT)                      *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR MARCA (CONFERIDA EM MARCA.DAT) + CODIGO DO
      * MODELO: DESCRICAO, MOTOR, COMBUSTIVEL, TANQUE EM LITROS,
      * PASSAGEIROS, CARGA EM KG, CONSUMO DE REFERENCIA (KM/L) E A
      * CATEGORIA DE CNH EXIGIDA PARA DIRIGIR. O VEICULO APONTA PARA
      * O MODELO NO P2017N02 E NO VEICARGA; O CADALOC E O CADRESER
      * RECUSAM MOTORISTA CUJA CATEGORIA NAO COBRE A DO MODELO. MODELO
      * EM USO POR ALGUM VEICULO NAO PODE SER EXCLUIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMDLS.
           COPY CPYMARS
               REPLACING ==ST-ERRO== BY ==ST-MAR==.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMDLR.
           COPY CPYMARR.
           COPY CPYVEIR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-MDL       PIC X(02) VALUE "00".
       77 ST-MAR       PIC X(02) VALUE "00".
       77 ST-VEI       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-USOCNT     PIC 9(05) VALUE ZEROS.
       77 W-COMBTXT    PIC X(10) VALUE SPACES.
       77 W-CNHCAR     PIC X(01) VALUE SPACES.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==MODELO==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO MODELO SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO MODELO.DAT"==
                   ==ST-ERRO== BY ==ST-MDL==.
       INC-OP1.
                OPEN INPUT MARCAS
                IF ST-MAR NOT = "00"
                   MOVE "ERRO NA ABERTURA DO MARCA.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE MODELO
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO MDL-DESC MDL-MOTOR MDL-COMBUST MDL-CNH
                MOVE ZEROS  TO MDL-MARCA MDL-COD MDL-TANQUE
                MOVE ZEROS  TO MDL-PASSAG MDL-CARGA MDL-KML
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CATALOGO DE MODELOS DE VEICULO"
                DISPLAY (04, 01) "MARCA (0-9)     : "
                DISPLAY (05, 01) "CODIGO MODELO   : "
                DISPLAY (06, 01) "DESCRICAO       : "
                DISPLAY (07, 01) "MOTOR           : "
                DISPLAY (08, 01) "COMBUSTIVEL     : "
                DISPLAY (08, 32) "(G/E/F/D/V/L)"
                DISPLAY (09, 01) "TANQUE (LITROS) : "
                DISPLAY (10, 01) "PASSAGEIROS     : "
                DISPLAY (11, 01) "CARGA (KG)      : "
                DISPLAY (12, 01) "CONSUMO (KM/L)  : "
                DISPLAY (13, 01) "CATEGORIA CNH   : "
                DISPLAY (13, 32) "(A B C D E, AB..AE)".
       INC-002.
                ACCEPT (04, 18) MDL-MARCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                MOVE MDL-MARCA TO COD-MARCA
                READ MARCAS
                IF ST-MAR NOT = "00"
                   MOVE "*** MARCA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 20) NOMEMARCA.
       INC-002A.
                ACCEPT (05, 18) MDL-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF MDL-COD = ZEROS
                   MOVE "*** CODIGO DO MODELO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-MDL01.
                MOVE 0 TO W-SEL
                READ MODELO
                IF ST-MDL NOT = "23"
                   IF ST-MDL = "00"
                      PERFORM MDL-MOSTRA THRU MDL-MOSTRA-FIM
                      MOVE "*** MODELO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO MODELO.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (06, 18) MDL-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002A.
                IF MDL-DESC = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003A.
                ACCEPT (07, 18) MDL-MOTOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
       INC-003B.
                ACCEPT (08, 18) MDL-COMBUST
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003A.
                PERFORM CMB-TEXTO THRU CMB-TEXTO-FIM
                IF W-COMBTXT = SPACES
                   MOVE "*** COMBUSTIVEL: G E F D V L ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003B.
                DISPLAY (08, 20) W-COMBTXT.
      *        ELETRICO NAO TEM TANQUE; OS DEMAIS PRECISAM DA
      *        CAPACIDADE PARA A CONFERENCIA DOS ABASTECIMENTOS
       INC-004.
                ACCEPT (09, 18) MDL-TANQUE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003B.
                IF MDL-TANQUE = ZEROS AND MDL-COMBUST NOT = "L"
                   MOVE "*** CAPACIDADE DO TANQUE E OBRIGATORIA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-004A.
                ACCEPT (10, 18) MDL-PASSAG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
       INC-004B.
                ACCEPT (11, 18) MDL-CARGA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
      *        CONSUMO DE FABRICA; ZERO DEIXA O ABACHECA USAR A MEDIA
      *        APURADA DO PROPRIO MODELO NA FROTA
       INC-004C.
                ACCEPT (12, 18) MDL-KML
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004B.
       INC-005.
                ACCEPT (13, 18) MDL-CNH
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004C.
                PERFORM CNH-VALIDA THRU CNH-VALIDA-FIM
                IF W-CNHCAR NOT = "S"
                   MOVE "*** CATEGORIA: A B C D E OU AB..AE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGMDL
                IF ST-MDL = "00" OR "02"
                      MOVE "MODELO"     TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE MDL-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO MODELO.DAT" TO MENS
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
      *        MODELO APONTADO POR ALGUM VEICULO NAO SAI - O VEICULO
      *        PRECISA SER REAPONTADO NO P2017N02 ANTES
       EXC-DL1.
                PERFORM USO-CONTA THRU USO-CONTA-FIM
                IF W-USOCNT > 0
                   MOVE SPACES TO MENS
                   STRING "** MODELO EM USO POR " W-USOCNT
                          " VEICULOS **"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE MODELO RECORD
                IF ST-MDL = "00"
                   MOVE "MODELO"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE MDL-CHAVE    TO AUD-CHAVE
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
                REWRITE REGMDL
                IF ST-MDL = "00" OR "02"
                   MOVE "MODELO"     TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE MDL-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO MODELO.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * EXIBE O MODELO LIDO                   *
      *****************************************
      *
       MDL-MOSTRA.
                DISPLAY (06, 18) MDL-DESC
                DISPLAY (07, 18) MDL-MOTOR
                DISPLAY (08, 18) MDL-COMBUST
                PERFORM CMB-TEXTO THRU CMB-TEXTO-FIM
                DISPLAY (08, 20) W-COMBTXT
                DISPLAY (09, 18) MDL-TANQUE
                DISPLAY (10, 18) MDL-PASSAG
                DISPLAY (11, 18) MDL-CARGA
                DISPLAY (12, 18) MDL-KML
                DISPLAY (13, 18) MDL-CNH.
       MDL-MOSTRA-FIM.
                EXIT.
      *
       CMB-TEXTO.
                MOVE SPACES TO W-COMBTXT
                IF MDL-COMBUST = "G"
                   MOVE "GASOLINA" TO W-COMBTXT.
                IF MDL-COMBUST = "E"
                   MOVE "ETANOL" TO W-COMBTXT.
                IF MDL-COMBUST = "F"
                   MOVE "FLEX" TO W-COMBTXT.
                IF MDL-COMBUST = "D"
                   MOVE "DIESEL" TO W-COMBTXT.
                IF MDL-COMBUST = "V"
                   MOVE "GNV" TO W-COMBTXT.
                IF MDL-COMBUST = "L"
                   MOVE "ELETRICO" TO W-COMBTXT.
       CMB-TEXTO-FIM.
                EXIT.
      *
      *        CATEGORIA EM BRANCO = SEM EXIGENCIA; SENAO UMA LETRA DE
      *        A A E, OU "A" SEGUIDO DE UMA LETRA DE B A E
       CNH-VALIDA.
                MOVE "S" TO W-CNHCAR
                IF MDL-CNH = SPACES
                   GO TO CNH-VALIDA-FIM.
                IF MDL-CNH (2:1) = SPACE
                   IF MDL-CNH (1:1) NOT = "A" AND NOT = "B"
                      AND NOT = "C" AND NOT = "D" AND NOT = "E"
                      MOVE "N" TO W-CNHCAR
                   END-IF
                   GO TO CNH-VALIDA-FIM.
                IF MDL-CNH (1:1) NOT = "A"
                   MOVE "N" TO W-CNHCAR
                   GO TO CNH-VALIDA-FIM.
                IF MDL-CNH (2:1) NOT = "B" AND NOT = "C"
                   AND NOT = "D" AND NOT = "E"
                   MOVE "N" TO W-CNHCAR.
       CNH-VALIDA-FIM.
                EXIT.
      *
      *****************************************
      * QUANTOS VEICULOS USAM O MODELO?       *
      *****************************************
      *
       USO-CONTA.
                MOVE ZEROS TO W-USOCNT
                OPEN INPUT CADVEIC
                IF ST-VEI NOT = "00"
                   GO TO USO-CONTA-FIM.
       USO-CONTA-LER.
                READ CADVEIC NEXT RECORD
                IF ST-VEI NOT = "00"
                   CLOSE CADVEIC
                   GO TO USO-CONTA-FIM.
                IF MARCA = MDL-MARCA AND CODMODELO = MDL-COD
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
                CLOSE MODELO MARCAS AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - MODELOS"
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
