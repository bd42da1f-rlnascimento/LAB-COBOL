       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRECVE.
      **************************************
      *  ATENDIMENTO DOS RECALLS POR PLACA *
      *  (RECALVEI.DAT)                    *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR DIGITA A PLACA E VE AS CAMPANHAS DE RECALL LIGADAS
      * A ELA (EM ABERTO OU JA ATENDIDAS); ESCOLHENDO A CAMPANHA,
      * ANOTA A DATA EM QUE O CARRO FOI ATENDIDO NA CONCESSIONARIA E
      * QUAL CONCESSIONARIA (DATA ZERADA = AINDA EM ABERTO). OS
      * VINCULOS NASCEM NO RECALJOB; CAMPANHA AINDA NAO LIGADA A PLACA
      * (CARTA DO FABRICANTE PARA UM CHASSI AVULSO, CADASTRO SEM
      * ANO-MODELO) PODE SER VINCULADA A MAO AQUI. F3 DESFAZ UM
      * VINCULO QUE AINDA NAO FOI ATENDIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRCVS.
           COPY CPYRCLS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRCVR.
           COPY CPYRCLR.
           COPY CPYVEIR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-RCL       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
           COPY CPYRCVW.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       01 W-HOJE.
            03 W-HOJE-ANO    PIC 9(04).
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
       01 W-HOJE8 REDEFINES W-HOJE PIC 9(08).
       01 W-DATSEL.
            03 W-DATSEL-DIA  PIC 9(02).
            03 W-DATSEL-MES  PIC 9(02).
            03 W-DATSEL-ANO  PIC 9(04).
       01 W-DATAX.
            03 W-DATAX-ANO   PIC 9(04).
            03 W-DATAX-MES   PIC 9(02).
            03 W-DATAX-DIA   PIC 9(02).
       01 W-DATAX8 REDEFINES W-DATAX PIC 9(08).
       01 W-DATAED.
            03 W-DATAED-DIA  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-MES  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-ANO  PIC 9(04).
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==RECALVEI==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO RECALVEI SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO RECALVEI.DAT"==
                   ==ST-ERRO== BY ==ST-RCV==.
       INC-OP1.
                MOVE "S" TO W-RCVDISP
                OPEN INPUT RECALL
                IF ST-RCL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO RECALL.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RECALVEI
                   GO TO ROT-FIM.
                OPEN INPUT CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RECALVEI RECALL
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO RCV-PLACA RCV-CAMPANHA RCV-CONCESS
                               RCV-ORIGEM
                MOVE ZEROS  TO RCV-DATAVINC RCV-DATAEXEC W-DATSEL
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "ATENDIMENTO DOS RECALLS POR PLACA"
                DISPLAY (04, 01) "PLACA           : "
                DISPLAY (05, 01) "CAMPANHA        : "
                DISPLAY (06, 01) "DESCRICAO       : "
                DISPLAY (07, 01) "VINCULADA EM    : "
                DISPLAY (08, 01) "ATENDIDA EM     : __/__/____"
                DISPLAY (08, 30) "(ZEROS=AINDA EM ABERTO)"
                DISPLAY (09, 01) "CONCESSIONARIA  : ".
       INC-002.
                ACCEPT (04, 18) RCV-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF RCV-PLACA = SPACES
                   MOVE "*** PLACA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE RCV-PLACA TO PLACA
                READ CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 30) PROPRIETARIO
                PERFORM RCV-LISTA THRU RCV-LISTA-FIM.
       INC-003.
                ACCEPT (05, 18) RCV-CAMPANHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF RCV-CAMPANHA = SPACES
                   MOVE "*** INFORME A CAMPANHA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE RCV-CAMPANHA TO RCL-CAMPANHA
                READ RECALL
                IF ST-RCL NOT = "00"
                   MOVE "*** CAMPANHA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (06, 18) RCL-DESC.
       LER-RCV01.
                MOVE 0 TO W-SEL
                READ RECALVEI
                IF ST-RCV NOT = "23"
                   IF ST-RCV = "00"
                      PERFORM RCV-MOSTRA THRU RCV-MOSTRA-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO RECALVEI.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC.
      *        CAMPANHA AINDA NAO LIGADA A PLACA: VINCULO MANUAL
                IF RCL-SITUACAO NOT = "A"
                   MOVE "*** CAMPANHA ENCERRADA - NAO VINCULA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-HOJE8    TO RCV-DATAVINC
                MOVE "M"        TO RCV-ORIGEM
                MOVE ZEROS      TO RCV-DATAEXEC W-DATSEL
                MOVE SPACES     TO RCV-CONCESS
                PERFORM RCV-MOSTRA THRU RCV-MOSTRA-FIM
                MOVE "*** PLACA FORA DA CAMPANHA - VINCULO MANUAL ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-004.
                ACCEPT (08, 18) W-DATSEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-DATSEL = ZEROS
                   MOVE ZEROS TO RCV-DATAEXEC
                   GO TO INC-005.
                MOVE W-DATSEL-DIA TO DTV-DIA
                MOVE W-DATSEL-MES TO DTV-MES
                MOVE W-DATSEL-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA! ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-HOJE-DIA TO DTV-REF-DIA
                MOVE W-HOJE-MES TO DTV-REF-MES
                MOVE W-HOJE-ANO TO DTV-REF-ANO
                PERFORM DTV-FUT THRU DTV-FUT-FIM
                IF DTV-EFUT = "S"
                   MOVE "*** ATENDIMENTO NO FUTURO! ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-DATSEL-ANO TO W-DATAX-ANO
                MOVE W-DATSEL-MES TO W-DATAX-MES
                MOVE W-DATSEL-DIA TO W-DATAX-DIA
                MOVE W-DATAX8     TO RCV-DATAEXEC.
       INC-005.
                ACCEPT (09, 18) RCV-CONCESS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF RCV-DATAEXEC NOT = ZEROS AND RCV-CONCESS = SPACES
                   MOVE "*** INFORME A CONCESSIONARIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                MOVE W-OPERADOR TO RCV-OPERADOR
                WRITE REGRCV
                IF ST-RCV = "00" OR "02"
                      MOVE "RECALVEI"   TO AUD-ARQ
                      MOVE "VINCULO"    TO AUD-ACAO
                      MOVE RCV-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** VINCULO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO RECALVEI.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F2=ANOTAR ATENDIMENTO   F3=DESFAZER VINCULO"
                ACCEPT (23, 58) W-OPCAO
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
                   GO TO INC-004.
                IF RCV-DATAEXEC NOT = ZEROS
                   MOVE "** RECALL JA ATENDIDO - VINCULO FICA **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE RECALVEI RECORD
                IF ST-RCV = "00"
                   MOVE "RECALVEI"   TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE RCV-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-EXCCNT
                   MOVE "*** VINCULO DESFEITO ***            " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
       ALT-RW1.
                MOVE W-OPERADOR TO RCV-OPERADOR
                REWRITE REGRCV
                IF ST-RCV = "00" OR "02"
                   MOVE "RECALVEI"   TO AUD-ARQ
                   MOVE "ATENDIDO"   TO AUD-ACAO
                   MOVE RCV-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** ATENDIMENTO ANOTADO ***       " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO RECALVEI.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * EXIBICAO DO VINCULO CORRENTE          *
      *****************************************
      *
       RCV-MOSTRA.
                MOVE RCV-DATAVINC TO W-DATAX8
                MOVE W-DATAX-DIA TO W-DATAED-DIA
                MOVE W-DATAX-MES TO W-DATAED-MES
                MOVE W-DATAX-ANO TO W-DATAED-ANO
                DISPLAY (07, 18) W-DATAED
                IF RCV-ORIGEM = "M"
                   DISPLAY (07, 30) "(VINCULO MANUAL)  "
                ELSE
                   DISPLAY (07, 30) "(PELO RECALJOB)   ".
                MOVE RCV-DATAEXEC TO W-DATAX8
                MOVE W-DATAX-DIA TO W-DATSEL-DIA
                MOVE W-DATAX-MES TO W-DATSEL-MES
                MOVE W-DATAX-ANO TO W-DATSEL-ANO
                DISPLAY (08, 18) W-DATSEL-DIA
                DISPLAY (08, 21) W-DATSEL-MES
                DISPLAY (08, 24) W-DATSEL-ANO
                DISPLAY (09, 18) RCV-CONCESS.
       RCV-MOSTRA-FIM.
                EXIT.
      *
      *****************************************
      * CAMPANHAS DA PLACA (LINHAS 12 A 21)   *
      *****************************************
      * A VARREDURA USA A AREA DO RECALVEI E DO RECALL; A CHAVE DA
      * PLACA E DEVOLVIDA NO FIM.
      *
       RCV-LISTA.
                DISPLAY (11, 01) "CAMPANHAS DA PLACA:"
                MOVE 12 TO W-LIN.
       RCV-LISTA-LIMPA.
                DISPLAY (W-LIN, 01) LIMPA
                DISPLAY (W-LIN, 51) "                             "
                ADD 1 TO W-LIN
                IF W-LIN < 22
                   GO TO RCV-LISTA-LIMPA.
                MOVE 12 TO W-LIN
                MOVE SPACES TO RCV-CAMPANHA
                START RECALVEI KEY IS NOT LESS THAN RCV-CHAVE
                IF ST-RCV NOT = "00"
                   GO TO RCV-LISTA-FIM.
       RCV-LISTA-LER.
                READ RECALVEI NEXT RECORD
                IF ST-RCV NOT = "00"
                   GO TO RCV-LISTA-FIM.
                IF RCV-PLACA NOT = PLACA
                   GO TO RCV-LISTA-FIM.
                IF W-LIN > 21
                   DISPLAY (21, 40) "... (MAIS CAMPANHAS)"
                   GO TO RCV-LISTA-FIM.
                DISPLAY (W-LIN, 01) RCV-CAMPANHA
                IF RCV-DATAEXEC = ZEROS
                   DISPLAY (W-LIN, 17) "EM ABERTO "
                ELSE
                   MOVE RCV-DATAEXEC TO W-DATAX8
                   MOVE W-DATAX-DIA TO W-DATAED-DIA
                   MOVE W-DATAX-MES TO W-DATAED-MES
                   MOVE W-DATAX-ANO TO W-DATAED-ANO
                   DISPLAY (W-LIN, 17) W-DATAED.
                MOVE RCV-CAMPANHA TO RCL-CAMPANHA
                READ RECALL
                IF ST-RCL = "00"
                   DISPLAY (W-LIN, 29) RCL-DESC.
                ADD 1 TO W-LIN
                GO TO RCV-LISTA-LER.
       RCV-LISTA-FIM.
                MOVE PLACA  TO RCV-PLACA
                MOVE SPACES TO RCV-CAMPANHA
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE RECALVEI RECALL CADVEIC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - ATENDIMENTO DE RECALL"
                DISPLAY "VINCULOS MANUAIS.......: " W-INCCNT
                DISPLAY "ATENDIMENTOS............: " W-ALTCNT
                DISPLAY "VINCULOS DESFEITOS.....: " W-EXCCNT
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
