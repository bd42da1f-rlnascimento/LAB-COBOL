       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSFIN.
      **************************************
      *  CONSULTA DE SALDO PARA QUITACAO   *
      *  DOS FINANCIAMENTOS POR PLACA      *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR DIGITA A PLACA E A DATA EM QUE PRETENDE QUITAR (EM
      * BRANCO = HOJE) E A TELA LISTA TODOS OS CONTRATOS DA PLACA EM
      * FINANC.DAT: BANCO, SITUACAO, PARCELAS PAGAS, PARCELAS EM
      * ABERTO JA VENCIDAS NA DATA, SALDO DEVEDOR E O VALOR PARA
      * QUITAR NAQUELA DATA (CPYFSDP) - E O NUMERO QUE O BANCO VAI
      * CONFERIR NA CARTA DE QUITACAO. SO CONSULTA; A QUITACAO E
      * REGISTRADA NO CADFINPG.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFINS.
           COPY CPYFPAS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYFINR.
           COPY CPYFPAR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-FPA       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
           COPY CPYFINW.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-PLACASEL   PIC X(07) VALUE SPACES.
       77 W-ACHOU      PIC 9(03) VALUE ZEROS.
       77 W-VAL-ED     PIC ZZ.ZZZ.ZZ9,99.
       01 W-HOJE.
            03 W-HOJE-ANO    PIC 9(04).
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
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
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CON-ABRE THRU CON-ABRE-FIM.
       INC-001.
           MOVE SPACES TO W-PLACASEL
           MOVE ZEROS TO W-DATSEL
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "SALDO PARA QUITACAO DE FINANCIAMENTO"
           DISPLAY (03, 01) "PLACA : "
           DISPLAY (03, 20) "QUITAR EM : __/__/____ (ZEROS=HOJE)"
           DISPLAY (23, 12) "ESC=ENCERRAR".
       INC-002.
           ACCEPT (03, 09) W-PLACASEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = TEC-ESC
               GO TO ROT-ENC.
           IF W-PLACASEL = SPACES
               MOVE "*** PLACA E OBRIGATORIA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-002.
       INC-003.
           ACCEPT (03, 32) W-DATSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = TEC-ESC
               GO TO INC-001.
           IF W-DATSEL = ZEROS
               MOVE W-HOJE-DIA TO W-DATSEL-DIA
               MOVE W-HOJE-MES TO W-DATSEL-MES
               MOVE W-HOJE-ANO TO W-DATSEL-ANO
               DISPLAY (03, 32) W-DATSEL-DIA
               DISPLAY (03, 35) W-DATSEL-MES
               DISPLAY (03, 38) W-DATSEL-ANO.
           MOVE W-DATSEL-DIA TO DTV-DIA
           MOVE W-DATSEL-MES TO DTV-MES
           MOVE W-DATSEL-ANO TO DTV-ANO
           PERFORM DTV-001 THRU DTV-001-FIM
           IF DTV-OK NOT = "S"
               MOVE "*** DATA INVALIDA! ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-003.
           MOVE W-DATSEL-ANO TO W-DATAX-ANO
           MOVE W-DATSEL-MES TO W-DATAX-MES
           MOVE W-DATSEL-DIA TO W-DATAX-DIA
           MOVE W-DATAX8 TO W-FSDDATA
           MOVE 5 TO W-LIN
           PERFORM FIN-LISTA THRU FIN-LISTA-FIM
           IF W-ACHOU = ZEROS
               MOVE "*** PLACA SEM CONTRATO DE FINANCIAMENTO ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-001.
       INC-004.
           DISPLAY (23, 12) "ENTER=NOVA CONSULTA   ESC=ENCERRAR"
           ACCEPT (23, 50) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = TEC-ESC
               GO TO ROT-ENC.
           GO TO INC-001.
      *
      *****************************************
      * TELA CHEIA: PAUSA E RECOMECA DA LINHA *
      * 5 (A PLACA E A DATA FICAM)            *
      *****************************************
      *
       PAG-CHECA.
           IF W-LIN < 18
               GO TO PAG-CHECA-FIM.
           DISPLAY (23, 12) "ENTER=CONTINUA A LISTA"
           ACCEPT (23, 40) W-OPCAO
           MOVE 5 TO W-LIN.
       PAG-LIMPA.
           DISPLAY (W-LIN, 01) LIMPA
           DISPLAY (W-LIN, 51) "                              "
           ADD 1 TO W-LIN
           IF W-LIN < 21
               GO TO PAG-LIMPA.
           MOVE 5 TO W-LIN
           DISPLAY (23, 12) LIMPA.
       PAG-CHECA-FIM.
           EXIT.
      *
      *****************************************
      * UM BLOCO DE QUATRO LINHAS POR CONTRATO*
      *****************************************
      *
       FIN-LISTA.
           MOVE ZEROS TO W-ACHOU
           MOVE W-PLACASEL TO FIN-PLACA
           MOVE SPACES TO FIN-CONTRATO
           START FINANC KEY IS NOT LESS THAN FIN-CHAVE
           IF ST-FIN NOT = "00"
               GO TO FIN-LISTA-FIM.
       FIN-LISTA-LER.
           READ FINANC NEXT RECORD
           IF ST-FIN NOT = "00"
               GO TO FIN-LISTA-FIM.
           IF FIN-PLACA NOT = W-PLACASEL
               GO TO FIN-LISTA-FIM.
           ADD 1 TO W-ACHOU
           PERFORM PAG-CHECA THRU PAG-CHECA-FIM
           PERFORM FIN-SALDO THRU FIN-SALDO-FIM
           DISPLAY (W-LIN, 01) "CONTRATO"
           DISPLAY (W-LIN, 10) FIN-CONTRATO
           DISPLAY (W-LIN, 26) FIN-BANCO
           IF FIN-TIPO = "L"
               DISPLAY (W-LIN, 57) "LEASING"
           ELSE
               DISPLAY (W-LIN, 57) "FINANC.".
           IF FIN-SITUACAO = "Q"
               DISPLAY (W-LIN, 66) "QUITADO"
           ELSE
               DISPLAY (W-LIN, 66) "ALIENADO".
           ADD 1 TO W-LIN
           DISPLAY (W-LIN, 03) "PARCELAS PAGAS"
           DISPLAY (W-LIN, 18) W-FSDPAGAS
           DISPLAY (W-LIN, 22) "DE"
           DISPLAY (W-LIN, 25) FIN-PARCELAS
           MOVE FIN-VALPARC TO W-VAL-ED
           DISPLAY (W-LIN, 31) "PRESTACAO"
           DISPLAY (W-LIN, 41) W-VAL-ED
           ADD 1 TO W-LIN
           DISPLAY (W-LIN, 03) "VENCIDAS NA DATA"
           DISPLAY (W-LIN, 20) W-FSDVENCQTD
           MOVE W-FSDVENCVAL TO W-VAL-ED
           DISPLAY (W-LIN, 24) W-VAL-ED
           MOVE W-FSDSALDO TO W-VAL-ED
           DISPLAY (W-LIN, 40) "SALDO DEVEDOR"
           DISPLAY (W-LIN, 54) W-VAL-ED
           ADD 1 TO W-LIN
           MOVE W-FSDQUITAR TO W-VAL-ED
           DISPLAY (W-LIN, 03) "VALOR PARA QUITAR NA DATA"
           DISPLAY (W-LIN, 29) W-VAL-ED
           ADD 1 TO W-LIN
           GO TO FIN-LISTA-LER.
       FIN-LISTA-FIM.
           EXIT.
      *
      *****************************************
      * ABERTURA DOS ARQUIVOS                 *
      *****************************************
      *
       CON-ABRE.
           OPEN INPUT FINANC
           IF ST-FIN NOT = "00"
               DISPLAY "ERRO AO ABRIR FINANC.DAT - ST=" ST-FIN
               GO TO ROT-FIM.
           OPEN INPUT FINPARC
           IF ST-FPA NOT = "00"
               DISPLAY "ERRO AO ABRIR FINPARC.DAT - ST=" ST-FPA
               CLOSE FINANC
               GO TO ROT-FIM.
       CON-ABRE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
           CLOSE FINANC FINPARC.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
      *
      ****************************************************
      * VALIDACAO DA DATA PELO CALENDARIO (CPYDTVP)      *
      ****************************************************
      *
           COPY CPYDTVP.
      *
      *****************************************
      * POSICAO DO CONTRATO (CPYFSDP)         *
      *****************************************
      *
           COPY CPYFSDP.
