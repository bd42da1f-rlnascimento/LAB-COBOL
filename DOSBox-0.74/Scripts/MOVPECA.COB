       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVPECA.
      **************************************
      *  ENTRADAS E SAIDAS DO ALMOXARIFADO *
      *  (PECA.DAT + ESTMOV.DAT)           *
      **************************************
      *----------------------------------------------------------------
      * O CODIGO ABRE A PECA E O OPERADOR ESCOLHE O MOVIMENTO:
      *   E - ENTRADA PELA NOTA FISCAL DO FORNECEDOR (FORNEC.DAT, F4
      *       PESQUISA PELO NOME), COM O PRECO UNITARIO DA NOTA. O
      *       CUSTO MEDIO PONDERADO DA PECA E RECALCULADO:
      *       (SALDO X CUSTO MEDIO + QUANTIDADE X PRECO) / NOVO SALDO;
      *   S - SAIDA PARA UM VEICULO, LIGADA A ORDEM DE SERVICO
      *       (ORDSERV.DAT, MESMA PLACA, NAO CANCELADA) OU, SEM OS, A
      *       MANUTENCAO JA LANCADA EM MANUVEIC.DAT (DATA + SEQ). A
      *       SAIDA SAI PELO CUSTO MEDIO DO MOMENTO E ENTRA NO CUSTO DO
      *       VEICULO NO RELCUSTO.
      * PECA INATIVA NAO RECEBE ENTRADA; A SAIDA NAO PODE PASSAR DO
      * SALDO. CADA MOVIMENTO VIRA UM REGISTRO EM ESTMOV.DAT E SAI EM
      * AUDIT.TXT. A CONTAGEM FISICA E LANCADA NO AJUPECA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPECS.
           COPY CPYEMVS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.
           COPY CPYFORS.
           COPY CPYOSVS.
           COPY CPYMNTS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPECR.
           COPY CPYEMVR.
           COPY CPYVEIR.
           COPY CPYFORR.
           COPY CPYOSVR.
           COPY CPYMNTR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PEC       PIC X(02) VALUE "00".
       77 ST-EMV       PIC X(02) VALUE "00".
       77 ST-VEI       PIC X(02) VALUE "00".
       77 ST-OSV       PIC X(02) VALUE "00".
       77 ST-MNT       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-MOVCNT     PIC 9(04) VALUE ZEROS.
       77 W-OSVDISP    PIC X(01) VALUE "N".
       77 W-MNTDISP    PIC X(01) VALUE "N".
      *MOVIMENTO DIGITADO
       77 W-COD        PIC X(08) VALUE SPACES.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-DATAMOV    PIC 9(08) VALUE ZEROS.
       77 W-QTD        PIC 9(07)V99 VALUE ZEROS.
       77 W-CUSTO      PIC 9(06)V9999 VALUE ZEROS.
       77 W-CODFOR     PIC 9(14) VALUE ZEROS.
       77 W-NFNUM      PIC X(12) VALUE SPACES.
       77 W-PLACA      PIC X(07) VALUE SPACES.
       77 W-OSNUM      PIC 9(06) VALUE ZEROS.
       77 W-MNTDATA    PIC 9(08) VALUE ZEROS.
       77 W-MNTSEQ     PIC 9(02) VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDED      PIC Z.ZZZ.ZZ9,99.
       77 W-CUSED      PIC ZZZ.ZZ9,9999.
       77 W-VALED      PIC ZZ.ZZZ.ZZ9,99.
      *        DATA DO MOVIMENTO QUEBRADA PARA O MODULO DE DATAS
       01 W-DATAUX     PIC 9(08) VALUE ZEROS.
       01 W-DATAUX-R REDEFINES W-DATAUX.
            03 W-DATAUX-ANO PIC 9(04).
            03 W-DATAUX-MES PIC 9(02).
            03 W-DATAUX-DIA PIC 9(02).
           COPY CPYFORW.
           COPY CPYDTVW.
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
                OPEN INPUT CADVEIC
                IF ST-VEI NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PECA ESTMOV
                   GO TO ROT-FIM.
                OPEN INPUT FORNEC
                IF ST-FOR NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FORNEC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PECA ESTMOV CADVEIC
                   GO TO ROT-FIM.
      *        SEM ORDSERV OU SEM MANUVEIC A SAIDA SO ACEITA A OUTRA
      *        LIGACAO
                OPEN INPUT ORDSERV
                IF ST-OSV = "00"
                   MOVE "S" TO W-OSVDISP.
                OPEN INPUT MANUVEIC
                IF ST-MNT = "00"
                   MOVE "S" TO W-MNTDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO W-COD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "ENTRADAS E SAIDAS DO ALMOXARIFADO"
                DISPLAY (04, 01) "CODIGO DA PECA  : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "SALDO ATUAL     : "
                DISPLAY (06, 38) "CUSTO MEDIO: "
                DISPLAY (08, 01) "MOVIMENTO       : "
                DISPLAY (08, 30) "(E=ENTRADA POR NF  S=SAIDA)"
                DISPLAY (09, 01) "DATA            : "
                DISPLAY (09, 28) "(AAAAMMDD)"
                DISPLAY (10, 01) "QUANTIDADE      : "
                DISPLAY (11, 01) "PRECO UNITARIO  : "
                DISPLAY (12, 01) "FORNECEDOR      : "
                DISPLAY (13, 01) "NOTA FISCAL     : "
                DISPLAY (15, 01) "PLACA           : "
                DISPLAY (16, 01) "ORDEM DE SERVICO: "
                DISPLAY (17, 01) "OU MANUTENCAO   : "
                DISPLAY (17, 28) "(DATA AAAAMMDD + SEQ)"
                DISPLAY (19, 01) "VALOR           : ".
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
                PERFORM PEC-MOSTRA THRU PEC-MOSTRA-FIM.
      *
       INC-003.
                MOVE SPACES TO W-TIPO
                ACCEPT (08, 18) W-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF W-TIPO = "e"
                   MOVE "E" TO W-TIPO.
                IF W-TIPO = "s"
                   MOVE "S" TO W-TIPO.
                IF W-TIPO NOT = "E" AND W-TIPO NOT = "S"
                   MOVE "*** MOVIMENTO: E OU S ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "E" AND PEC-SITUACAO = "I"
                   MOVE "*** PECA INATIVA NAO RECEBE ENTRADA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "S" AND PEC-SALDO = ZEROS
                   MOVE "*** PECA SEM SALDO NO ALMOXARIFADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE ZEROS  TO W-QTD W-CUSTO W-CODFOR W-OSNUM
                MOVE ZEROS  TO W-MNTDATA W-MNTSEQ W-VALOR
                MOVE SPACES TO W-NFNUM W-PLACA
                MOVE W-HOJE TO W-DATAMOV.
      *
       INC-004.
                ACCEPT (09, 18) W-DATAMOV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                MOVE W-DATAMOV TO W-DATAUX
                MOVE W-DATAUX-DIA TO DTV-DIA
                MOVE W-DATAUX-MES TO DTV-MES
                MOVE W-DATAUX-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA DO MOVIMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
       INC-005.
                ACCEPT (10, 18) W-QTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF W-QTD = ZEROS
                   MOVE "*** QUANTIDADE E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-TIPO = "S" AND W-QTD > PEC-SALDO
                   MOVE "*** QUANTIDADE MAIOR QUE O SALDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE W-QTD TO W-QTDED
                DISPLAY (10, 18) W-QTDED
                IF W-TIPO = "S"
                   GO TO INC-010.
      *
      *****************************************
      * ENTRADA PELA NOTA DO FORNECEDOR       *
      *****************************************
      *
       INC-006.
                ACCEPT (11, 18) W-CUSTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF W-CUSTO = ZEROS
                   MOVE "*** PRECO UNITARIO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE W-CUSTO TO W-CUSED
                DISPLAY (11, 18) W-CUSED.
       INC-007.
                ACCEPT (12, 18) W-CODFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-006.
                IF W-ACT = TEC-F4
                   GO TO FPQ-001.
       INC-007A.
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                IF W-FOROK = "N"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-FOROK = "I"
                   MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (13, 18) W-NFNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-007.
                IF W-NFNUM = SPACES
                   MOVE "*** NUMERO DA NOTA FISCAL E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                COMPUTE W-VALOR ROUNDED = W-QTD * W-CUSTO
                GO TO INC-020.
      *
      *****************************************
      * SAIDA PARA O VEICULO                  *
      *****************************************
      *
       INC-010.
                ACCEPT (15, 18) W-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                MOVE W-PLACA TO PLACA
                READ CADVEIC
                IF ST-VEI NOT = "00"
                   MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
      *        A OS TEM QUE SER DO MESMO VEICULO E NAO PODE ESTAR
      *        CANCELADA; SEM OS VALE A MANUTENCAO LANCADA
       INC-011.
                MOVE ZEROS TO W-MNTDATA W-MNTSEQ
                ACCEPT (16, 18) W-OSNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-010.
                IF W-OSNUM = ZEROS
                   GO TO INC-012.
                IF W-OSVDISP NOT = "S"
                   MOVE "*** ORDSERV.DAT INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                MOVE W-OSNUM TO OSV-NUMERO
                READ ORDSERV
                IF ST-OSV NOT = "00"
                   MOVE "*** ORDEM DE SERVICO NAO CADASTRADA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                IF OSV-PLACA NOT = W-PLACA
                   MOVE "*** A OS E DE OUTRO VEICULO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                IF OSV-SITUACAO = "C"
                   MOVE "*** ORDEM DE SERVICO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                DISPLAY (17, 18) "        "
                DISPLAY (17, 27) "  "
                GO TO INC-013.
       INC-012.
                ACCEPT (17, 18) W-MNTDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-011.
                IF W-MNTDATA = ZEROS
                   MOVE "*** INFORME A OS OU A MANUTENCAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                IF W-MNTDISP NOT = "S"
                   MOVE "*** MANUVEIC.DAT INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012A.
                ACCEPT (17, 27) W-MNTSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-012.
                MOVE W-PLACA   TO MNT-PLACA
                MOVE W-MNTDATA TO MNT-DATA
                MOVE W-MNTSEQ  TO MNT-SEQ
                READ MANUVEIC
                IF ST-MNT NOT = "00"
                   MOVE "*** MANUTENCAO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
       INC-013.
                MOVE PEC-CUSTOMED TO W-CUSTO
                COMPUTE W-VALOR ROUNDED = W-QTD * W-CUSTO.
      *
       INC-020.
                MOVE W-VALOR TO W-VALED
                DISPLAY (19, 18) W-VALED.
       MOV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** MOVIMENTO RECUSADO PELO OPERADOR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MOV-OPC.
      *
      *        O HISTORICO GUARDA O SALDO DE ANTES; A ENTRADA REFAZ O
      *        CUSTO MEDIO PONDERADO, A SAIDA SO BAIXA O SALDO
       MOV-WR1.
                MOVE W-COD        TO EMV-COD
                MOVE W-DATAMOV    TO EMV-DATA
                MOVE W-TIPO       TO EMV-TIPO
                MOVE W-QTD        TO EMV-QTD
                MOVE W-CUSTO      TO EMV-CUSTOUNIT
                MOVE W-VALOR      TO EMV-VALOR
                MOVE PEC-SALDO    TO EMV-SALDOANT
                MOVE W-CODFOR     TO EMV-CODFOR
                MOVE W-NFNUM      TO EMV-NFNUM
                MOVE W-PLACA      TO EMV-PLACA
                MOVE W-OSNUM      TO EMV-OSNUM
                MOVE W-MNTDATA    TO EMV-MNTDATA
                MOVE W-MNTSEQ     TO EMV-MNTSEQ
                MOVE W-OPERADOR   TO EMV-OPERADOR
                MOVE "PECA"       TO AUD-ARQ
                IF W-TIPO = "E"
                   MOVE "+"          TO EMV-SINAL
                   MOVE "ENTRADA"    TO AUD-ACAO
                   COMPUTE PEC-CUSTOMED ROUNDED =
                       (PEC-SALDO * PEC-CUSTOMED + W-QTD * W-CUSTO)
                       / (PEC-SALDO + W-QTD)
                   ADD W-QTD         TO PEC-SALDO
                   MOVE W-CODFOR     TO PEC-ULTFOR
                   MOVE W-CUSTO      TO PEC-ULTCUSTO
                   MOVE W-DATAMOV    TO PEC-DATAULT.
                IF W-TIPO = "S"
                   MOVE "-"          TO EMV-SINAL
                   MOVE "SAIDA"      TO AUD-ACAO
                   SUBTRACT W-QTD    FROM PEC-SALDO.
                REWRITE REGPEC
                IF ST-PEC NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO PECA.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                PERFORM EMV-GRAVA THRU EMV-GRAVA-FIM
                MOVE PEC-COD TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-MOVCNT
                MOVE "*** MOVIMENTO REGISTRADO ***" TO MENS
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
      *****************************************
      * EXIBE A PECA LIDA                     *
      *****************************************
      *
       PEC-MOSTRA.
                DISPLAY (05, 18) PEC-DESC
                DISPLAY (05, 50) PEC-UNID
                IF PEC-SITUACAO = "I"
                   DISPLAY (05, 55) "INATIVA".
                MOVE PEC-SALDO TO W-QTDED
                DISPLAY (06, 18) W-QTDED
                MOVE PEC-CUSTOMED TO W-CUSED
                DISPLAY (06, 51) W-CUSED.
       PEC-MOSTRA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE PECA ESTMOV CADVEIC FORNEC AUDITORIA.
                IF W-OSVDISP = "S"
                   CLOSE ORDSERV.
                IF W-MNTDISP = "S"
                   CLOSE MANUVEIC.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - ALMOXARIFADO"
                DISPLAY "MOVIMENTOS.............: " W-MOVCNT
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
               REPLACING ==CPY-CODCAMPO== BY ==W-CODFOR==
                         ==CPY-LIN== BY ==12==
                         ==CPY-COL== BY ==18==
                         ==CPY-NOMECOL== BY ==33==
                         ==CPY-VOLTA== BY ==INC-007==
                         ==CPY-APOS== BY ==INC-007A==.
       FIM-ROT-TEMPO.
