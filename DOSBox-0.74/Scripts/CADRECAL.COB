       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRECAL.
      **************************************
      *  CADASTRO DAS CAMPANHAS DE RECALL  *
      *  DOS FABRICANTES (RECALL.DAT)      *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR CAMPANHA DO FABRICANTE: NUMERO DA CAMPANHA,
      * MARCA (MARCA.DAT), MODELO DO CATALOGO (MODELO.DAT, ZERO =
      * TODOS DA MARCA), FAIXA DE ANO-MODELO E/OU FAIXA DE CHASSI,
      * DESCRICAO, DATA DE INICIO E SITUACAO (A=ATIVA, E=ENCERRADA).
      * O RECALJOB CRUZA AS CAMPANHAS ATIVAS COM VEICULO.DAT E GRAVA
      * AS PLACAS ATINGIDAS EM RECALVEI.DAT; O ATENDIMENTO NA
      * CONCESSIONARIA E ANOTADO NO CADRECVE. NA CONSULTA APARECEM
      * QUANTAS PLACAS A CAMPANHA TEM E QUANTAS AINDA ESTAO EM ABERTO;
      * CAMPANHA COM PLACA VINCULADA NAO E EXCLUIDA (E ENCERRADA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRCLS.
           COPY CPYRCVS.
           COPY CPYMARS.
           COPY CPYMDLS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRCLR.
           COPY CPYRCVR.
           COPY CPYMARR.
           COPY CPYMDLR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-RCL       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-MDL       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *        MODELO.DAT E RECALVEI.DAT SAO OPCIONAIS: SEM O CATALOGO
      *        O MODELO NAO E CONFERIDO, SEM OS VINCULOS A CONTAGEM
      *        FICA ZERADA
       77 W-MDLDISP    PIC X(01) VALUE "N".
           COPY CPYRCVW.
       77 W-VINCULOS   PIC 9(05) VALUE ZEROS.
       77 W-ABERTOS    PIC 9(05) VALUE ZEROS.
       01 W-DATSEL.
            03 W-DATSEL-DIA  PIC 9(02).
            03 W-DATSEL-MES  PIC 9(02).
            03 W-DATSEL-ANO  PIC 9(04).
       01 W-DATAX.
            03 W-DATAX-ANO   PIC 9(04).
            03 W-DATAX-MES   PIC 9(02).
            03 W-DATAX-DIA   PIC 9(02).
       01 W-DATAX8 REDEFINES W-DATAX PIC 9(08).
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==RECALL==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO RECALL SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO RECALL.DAT"==
                   ==ST-ERRO== BY ==ST-RCL==.
       INC-OP1.
                OPEN INPUT MARCAS
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO MARCA.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RECALL
                   GO TO ROT-FIM.
                OPEN INPUT MODELO
                IF ST-MDL = "00"
                   MOVE "S" TO W-MDLDISP.
                OPEN INPUT RECALVEI
                IF ST-RCV = "00"
                   MOVE "S" TO W-RCVDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO RCL-CAMPANHA RCL-CHASINI RCL-CHASFIM
                               RCL-DESC
                MOVE ZEROS  TO RCL-MARCA RCL-CODMODELO RCL-ANOINI
                               RCL-ANOFIM RCL-DATAINI W-DATSEL
                MOVE "A"    TO RCL-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DAS CAMPANHAS DE RECALL"
                DISPLAY (04, 01) "CAMPANHA        : "
                DISPLAY (05, 01) "MARCA           : "
                DISPLAY (06, 01) "MODELO          : "
                DISPLAY (06, 30) "(0=TODOS OS MODELOS DA MARCA)"
                DISPLAY (07, 01) "ANO-MODELO DE   : "
                DISPLAY (07, 24) "ATE: "
                DISPLAY (07, 37) "(0=QUALQUER ANO)"
                DISPLAY (08, 01) "CHASSI DE       : "
                DISPLAY (08, 37) "(BRANCO=QUALQUER CHASSI)"
                DISPLAY (09, 01) "CHASSI ATE      : "
                DISPLAY (10, 01) "DESCRICAO       : "
                DISPLAY (11, 01) "INICIO          : __/__/____"
                DISPLAY (12, 01) "SITUACAO        : "
                DISPLAY (12, 30) "(A=ATIVA E=ENCERRADA)".
       INC-002.
                ACCEPT (04, 18) RCL-CAMPANHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF RCL-CAMPANHA = SPACES
                   MOVE "*** NUMERO DA CAMPANHA E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-RCL01.
                MOVE 0 TO W-SEL
                READ RECALL
                IF ST-RCL NOT = "23"
                   IF ST-RCL = "00"
                      PERFORM RCL-MOSTRA THRU RCL-MOSTRA-FIM
                      MOVE "*** CAMPANHA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO RECALL.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 18) RCL-MARCA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                MOVE RCL-MARCA TO COD-MARCA
                READ MARCAS
                IF ST-ERRO NOT = "00"
                   MOVE "*** MARCA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (05, 20) NOMEMARCA.
       INC-004.
                ACCEPT (06, 18) RCL-CODMODELO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF RCL-CODMODELO = ZEROS OR W-MDLDISP NOT = "S"
                   DISPLAY (06, 30) "(0=TODOS OS MODELOS DA MARCA)"
                   GO TO INC-005.
                MOVE RCL-MARCA     TO MDL-MARCA
                MOVE RCL-CODMODELO TO MDL-COD
                READ MODELO
                IF ST-MDL NOT = "00"
                   MOVE "*** MODELO NAO CADASTRADO NA MARCA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (06, 30) LIMPA
                DISPLAY (06, 30) MDL-DESC.
       INC-005.
                ACCEPT (07, 18) RCL-ANOINI WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF RCL-ANOINI = ZEROS
                   MOVE ZEROS TO RCL-ANOFIM
                   DISPLAY (07, 29) RCL-ANOFIM
                   GO TO INC-007.
                IF RCL-ANOINI < 1900
                   MOVE "*** ANO-MODELO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                IF RCL-ANOFIM = ZEROS
                   MOVE RCL-ANOINI TO RCL-ANOFIM.
                ACCEPT (07, 29) RCL-ANOFIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF RCL-ANOFIM < RCL-ANOINI
                   MOVE "*** ANO FINAL MENOR QUE O INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (08, 18) RCL-CHASINI WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF RCL-CHASINI = SPACES
                   MOVE SPACES TO RCL-CHASFIM
                   DISPLAY (09, 18) RCL-CHASFIM
                   GO TO INC-009.
       INC-008.
                IF RCL-CHASFIM = SPACES
                   MOVE RCL-CHASINI TO RCL-CHASFIM.
                ACCEPT (09, 18) RCL-CHASFIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-007.
                IF RCL-CHASFIM < RCL-CHASINI
                   MOVE "*** CHASSI FINAL MENOR QUE O INICIAL ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (10, 18) RCL-DESC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-007.
                IF RCL-DESC = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (11, 18) W-DATSEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-009.
                MOVE W-DATSEL-DIA TO DTV-DIA
                MOVE W-DATSEL-MES TO DTV-MES
                MOVE W-DATSEL-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA! ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                MOVE W-DATSEL-ANO TO W-DATAX-ANO
                MOVE W-DATSEL-MES TO W-DATAX-MES
                MOVE W-DATSEL-DIA TO W-DATAX-DIA
                MOVE W-DATAX8     TO RCL-DATAINI.
       INC-011.
                ACCEPT (12, 18) RCL-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-010.
                IF RCL-SITUACAO = "a"
                   MOVE "A" TO RCL-SITUACAO.
                IF RCL-SITUACAO = "e"
                   MOVE "E" TO RCL-SITUACAO.
                IF RCL-SITUACAO NOT = "A" AND RCL-SITUACAO NOT = "E"
                   MOVE "*** SITUACAO: A OU E ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.
      *        ESC NAS CONFIRMACOES VOLTA PARA A SITUACAO
       INC-005X.
                GO TO INC-011.

           COPY CPYCONF
               REPLACING ==INC-005== BY ==INC-005X==.
       INC-WR1.
                MOVE W-OPERADOR TO RCL-OPERADOR
                WRITE REGRCL
                IF ST-RCL = "00" OR "02"
                      MOVE "RECALL"     TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE RCL-CAMPANHA TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** CAMPANHA GRAVADA - RODAR O RECALJOB ***"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO RECALL.DAT" TO MENS
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
      *        CAMPANHA COM PLACA VINCULADA FICA (ENCERRADA) - O
      *        HISTORICO DO VEICULO PRECISA DELA
       EXC-DL1.
                IF W-VINCULOS NOT = ZEROS
                   MOVE "** CAMPANHA COM PLACAS - USE A SITUACAO E **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE RECALL RECORD
                IF ST-RCL = "00"
                   MOVE "RECALL"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE RCL-CAMPANHA TO AUD-CHAVE
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
                MOVE W-OPERADOR TO RCL-OPERADOR
                REWRITE REGRCL
                IF ST-RCL = "00" OR "02"
                   MOVE "RECALL"     TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE RCL-CAMPANHA TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO RECALL.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * EXIBICAO DA CAMPANHA LIDA, COM AS     *
      * PLACAS VINCULADAS E AS EM ABERTO      *
      *****************************************
      *
       RCL-MOSTRA.
                DISPLAY (05, 18) RCL-MARCA
                MOVE RCL-MARCA TO COD-MARCA
                READ MARCAS
                IF ST-ERRO = "00"
                   DISPLAY (05, 20) NOMEMARCA.
                DISPLAY (06, 18) RCL-CODMODELO
                IF RCL-CODMODELO NOT = ZEROS AND W-MDLDISP = "S"
                   MOVE RCL-MARCA     TO MDL-MARCA
                   MOVE RCL-CODMODELO TO MDL-COD
                   READ MODELO
                   IF ST-MDL = "00"
                      DISPLAY (06, 30) LIMPA
                      DISPLAY (06, 30) MDL-DESC.
                DISPLAY (07, 18) RCL-ANOINI
                DISPLAY (07, 29) RCL-ANOFIM
                DISPLAY (08, 18) RCL-CHASINI
                DISPLAY (09, 18) RCL-CHASFIM
                DISPLAY (10, 18) RCL-DESC
                MOVE RCL-DATAINI  TO W-DATAX8
                MOVE W-DATAX-DIA  TO W-DATSEL-DIA
                MOVE W-DATAX-MES  TO W-DATSEL-MES
                MOVE W-DATAX-ANO  TO W-DATSEL-ANO
                DISPLAY (11, 18) W-DATSEL-DIA
                DISPLAY (11, 21) W-DATSEL-MES
                DISPLAY (11, 24) W-DATSEL-ANO
                DISPLAY (12, 18) RCL-SITUACAO
                PERFORM RCL-CONTA THRU RCL-CONTA-FIM
                DISPLAY (14, 01) "PLACAS VINCULADAS:"
                DISPLAY (14, 20) W-VINCULOS
                DISPLAY (14, 30) "EM ABERTO:"
                DISPLAY (14, 41) W-ABERTOS.
       RCL-MOSTRA-FIM.
                EXIT.
      *
      *        VARRE RECALVEI.DAT (CHAVE POR PLACA) CONTANDO OS
      *        VINCULOS DA CAMPANHA
       RCL-CONTA.
                MOVE ZEROS TO W-VINCULOS W-ABERTOS
                IF W-RCVDISP NOT = "S"
                   GO TO RCL-CONTA-FIM.
                MOVE LOW-VALUES TO RCV-CHAVE
                START RECALVEI KEY IS NOT LESS THAN RCV-CHAVE
                IF ST-RCV NOT = "00"
                   GO TO RCL-CONTA-FIM.
       RCL-CONTA-LER.
                READ RECALVEI NEXT RECORD
                IF ST-RCV NOT = "00"
                   GO TO RCL-CONTA-FIM.
                IF RCV-CAMPANHA NOT = RCL-CAMPANHA
                   GO TO RCL-CONTA-LER.
                ADD 1 TO W-VINCULOS
                IF RCV-DATAEXEC = ZEROS
                   ADD 1 TO W-ABERTOS.
                GO TO RCL-CONTA-LER.
       RCL-CONTA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE RECALL MARCAS AUDITORIA.
                IF W-MDLDISP = "S"
                   CLOSE MODELO.
                IF W-RCVDISP = "S"
                   CLOSE RECALVEI.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - CAMPANHAS DE RECALL"
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
      ****************************************************
      * VALIDACAO DA DATA PELO CALENDARIO (CPYDTVP)      *
      ****************************************************
      *
           COPY CPYDTVP.
       FIM-ROT-TEMPO.
