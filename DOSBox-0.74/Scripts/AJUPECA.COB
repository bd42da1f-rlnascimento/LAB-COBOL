       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUPECA.
      **************************************
      *  AJUSTE DE INVENTARIO DO           *
      *  ALMOXARIFADO (CONTAGEM FISICA)    *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR DIGITA O CODIGO E A QUANTIDADE CONTADA NA
      * PRATELEIRA. A DIFERENCA PARA O SALDO DO SISTEMA VIRA UM
      * MOVIMENTO DE AJUSTE (TIPO A, SINAL + OU -) EM ESTMOV.DAT,
      * VALORIZADO PELO CUSTO MEDIO DO MOMENTO, E O SALDO DA PECA
      * PASSA A SER O CONTADO. CADA DIFERENCA SAI EM AUDIT.TXT COM A
      * ACAO INVENTARIO E A CHAVE CODIGO/SINAL+QUANTIDADE. CONTAGEM
      * IGUAL AO SALDO NAO GERA MOVIMENTO.
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
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PEC       PIC X(02) VALUE "00".
       77 ST-EMV       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-AJUCNT     PIC 9(04) VALUE ZEROS.
       77 W-COD        PIC X(08) VALUE SPACES.
       77 W-CONTADA    PIC 9(07)V99 VALUE ZEROS.
       77 W-DIF        PIC S9(07)V99 VALUE ZEROS.
       77 W-QTD        PIC 9(07)V99 VALUE ZEROS.
       77 W-SINAL      PIC X(01) VALUE SPACES.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDED      PIC Z.ZZZ.ZZ9,99.
       77 W-DIFED      PIC -.---.--9,99.
       77 W-CUSED      PIC ZZZ.ZZ9,9999.
       77 W-VALED      PIC ZZ.ZZZ.ZZ9,99.
      *        QUANTIDADE SEM BRANCOS PARA A CHAVE DO AUDIT.TXT
       77 W-QTDAUD     PIC 9(07),99.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
       INC-OP0.
                OPEN I-O PECA
                IF ST-PEC NOT = "00"
                   MOVE "ERRO NA ABERTURA DO PECA.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-OP1.
                OPEN I-O ESTMOV
                IF ST-EMV = "30" OR ST-EMV = "35"
                   OPEN OUTPUT ESTMOV
                   CLOSE ESTMOV
                   MOVE "** ARQUIVO ESTMOV SENDO CRIADO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OP1.
                IF ST-EMV NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ESTMOV.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PECA
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO W-COD
                MOVE ZEROS  TO W-CONTADA
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "AJUSTE DE INVENTARIO DO ALMOXARIFADO"
                DISPLAY (04, 01) "CODIGO DA PECA  : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "SALDO DO SISTEMA: "
                DISPLAY (07, 01) "CUSTO MEDIO     : "
                DISPLAY (09, 01) "QTDE CONTADA    : "
                DISPLAY (11, 01) "DIFERENCA       : "
                DISPLAY (12, 01) "VALOR DO AJUSTE : ".
       INC-002.
                ACCEPT (04, 18) W-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                MOVE W-COD TO PEC-COD
                READ PECA
                IF ST-PEC NOT = "00"
                   MOVE "*** PECA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) PEC-DESC
                DISPLAY (05, 50) PEC-UNID
                MOVE PEC-SALDO TO W-QTDED
                DISPLAY (06, 18) W-QTDED
                MOVE PEC-CUSTOMED TO W-CUSED
                DISPLAY (07, 18) W-CUSED.
      *        CONTAGEM ZERO E VALIDA (PECA QUE SUMIU DA PRATELEIRA)
       INC-003.
                ACCEPT (09, 18) W-CONTADA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                MOVE W-CONTADA TO W-QTDED
                DISPLAY (09, 18) W-QTDED
                COMPUTE W-DIF = W-CONTADA - PEC-SALDO
                IF W-DIF = ZEROS
                   MOVE "*** CONTAGEM CONFERE COM O SALDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "+" TO W-SINAL
                MOVE W-DIF TO W-QTD
                IF W-DIF < ZEROS
                   MOVE "-" TO W-SINAL.
                COMPUTE W-VALOR ROUNDED = W-QTD * PEC-CUSTOMED
                MOVE W-DIF TO W-DIFED
                DISPLAY (11, 18) W-DIFED
                MOVE W-VALOR TO W-VALED
                DISPLAY (12, 18) W-VALED.
      *
       MOV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** AJUSTE RECUSADO PELO OPERADOR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MOV-OPC.
       MOV-WR1.
                MOVE SPACES TO REGEMV
                MOVE ZEROS  TO EMV-CODFOR EMV-OSNUM EMV-MNTDATA
                MOVE ZEROS  TO EMV-MNTSEQ
                MOVE PEC-COD      TO EMV-COD
                MOVE W-HOJE       TO EMV-DATA
                MOVE "A"          TO EMV-TIPO
                MOVE W-SINAL      TO EMV-SINAL
                MOVE W-QTD        TO EMV-QTD
                MOVE PEC-CUSTOMED TO EMV-CUSTOUNIT
                MOVE W-VALOR      TO EMV-VALOR
                MOVE PEC-SALDO    TO EMV-SALDOANT
                MOVE W-OPERADOR   TO EMV-OPERADOR
                MOVE W-CONTADA    TO PEC-SALDO
                REWRITE REGPEC
                IF ST-PEC NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO PECA.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                PERFORM EMV-GRAVA THRU EMV-GRAVA-FIM
                MOVE W-QTD TO W-QTDAUD
                MOVE SPACES TO AUD-CHAVE
                STRING PEC-COD  DELIMITED BY SPACE
                       "/"      DELIMITED BY SIZE
                       W-SINAL  DELIMITED BY SIZE
                       W-QTDAUD DELIMITED BY SIZE
                       INTO AUD-CHAVE
                MOVE "PECA"       TO AUD-ARQ
                MOVE "INVENTARIO" TO AUD-ACAO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-AJUCNT
                MOVE "*** AJUSTE REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *        MAIS DE UM MOVIMENTO DA PECA NO MESMO DIA: PROXIMA
      *        SEQUENCIA LIVRE
       EMV-GRAVA.
                MOVE 1 TO EMV-SEQ.
       EMV-GRAVA-TENTA.
                WRITE REGEMV
                IF ST-EMV = "22" AND EMV-SEQ < 999
                   ADD 1 TO EMV-SEQ
                   GO TO EMV-GRAVA-TENTA.
                IF ST-EMV NOT = "00" AND ST-EMV NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ESTMOV.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EMV-GRAVA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE PECA ESTMOV AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - INVENTARIO DO ALMOXARIFADO"
                DISPLAY "AJUSTES................: " W-AJUCNT
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
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
       FIM-ROT-TEMPO.
