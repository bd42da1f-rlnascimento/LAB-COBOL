       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADINVES.
      **************************************
      *  BAIXA DAS INVESTIGACOES DE        *
      *  ABASTECIMENTO (INVESTIG.DAT)      *
      **************************************
      *----------------------------------------------------------------
      * TELA SO DE SUPERVISOR (GESTOR DA FROTA): PERCORRE AS SUSPEITAS
      * AINDA ABERTAS QUE O JOB NOTURNO ABACHECA GRAVOU - DE UMA PLACA
      * OU DE TODAS (PLACA EM BRANCO) - E F2 BAIXA A DA TELA COM O
      * CODIGO DE RESOLUCAO E UMA OBSERVACAO. ESC PULA PARA A SEGUINTE.
      * A BAIXA GUARDA DATA E OPERADOR NO REGISTRO E SAI EM AUDIT.TXT;
      * O ABACHECA NAO REABRE O QUE JA FOI BAIXADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYINVS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYINVR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-INV       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-PLAFILTRO  PIC X(07) VALUE SPACES.
       77 W-BAIXAS     PIC 9(04) VALUE ZEROS.
       77 W-VISTAS     PIC 9(04) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-RESTXT     PIC X(30) VALUE SPACES.
       77 W-TIPOTXT    PIC X(30) VALUE SPACES.
       77 W-DATAED     PIC X(10) VALUE SPACES.
       77 W-LITED      PIC ZZZ9,99.
       77 W-VALED      PIC ZZZ.ZZ9,99.
       01 W-DATAX      PIC 9(08) VALUE ZEROS.
       01 W-DATAX-R REDEFINES W-DATAX.
            03 W-DATAX-ANO  PIC 9(04).
            03 W-DATAX-MES  PIC 9(02).
            03 W-DATAX-DIA  PIC 9(02).
       01 W-HORAX      PIC 9(06) VALUE ZEROS.
       01 W-HORAX-R REDEFINES W-HORAX.
            03 W-HORAX-HH   PIC 9(02).
            03 W-HORAX-MM   PIC 9(02).
            03 W-HORAX-SS   PIC 9(02).
      *CODIGOS DE RESOLUCAO DA INVESTIGACAO
       01 TABRES.
           03 FILLER  PIC X(32) VALUE "01ERRO DE DIGITACAO".
           03 FILLER  PIC X(32) VALUE "02JUSTIFICADO PELO MOTORISTA".
           03 FILLER  PIC X(32) VALUE "03GALAO / OUTRO EQUIPAMENTO".
           03 FILLER  PIC X(32) VALUE "04DESCONTADO DO MOTORISTA".
           03 FILLER  PIC X(32) VALUE "05FRAUDE CONFIRMADA".
           03 FILLER  PIC X(32) VALUE "09OUTROS (VER OBSERVACAO)".
       01 TABELARES REDEFINES TABRES.
           03 TABRESV OCCURS 6 TIMES.
               05 TABRES-COD   PIC X(02).
               05 TABRES-TXT   PIC X(30).
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
                IF W-OPERNIVEL NOT = "S"
                   DISPLAY (15, 20) "ACESSO SO PARA SUPERVISOR"
                   GO TO ROT-FIM.
       INC-OP0.
                OPEN I-O INVESTIG
                IF ST-INV NOT = "00"
                   MOVE "ERRO NA ABERTURA DO INVESTIG.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO W-PLAFILTRO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "INVESTIGACOES DE ABASTECIMENTO"
                DISPLAY (04, 01) "PLACA           : "
                DISPLAY (04, 30) "(EM BRANCO = TODAS)"
                DISPLAY (06, 01) "DATA / HORA     : "
                DISPLAY (07, 01) "ANOMALIA        : "
                DISPLAY (08, 01) "MOTORISTA (CPF) : "
                DISPLAY (09, 01) "NOME            : "
                DISPLAY (10, 01) "LITROS / VALOR  : "
                DISPLAY (11, 01) "DETALHE         : "
                DISPLAY (12, 01) "DETECTADA EM    : "
                DISPLAY (14, 01) "RESOLUCAO       : "
                DISPLAY (15, 01) "OBSERVACAO      : ".
       INC-002.
                ACCEPT (04, 18) W-PLAFILTRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                MOVE W-PLAFILTRO TO INV-PLACA
                MOVE ZEROS  TO INV-DATA INV-HORA
                MOVE SPACES TO INV-TIPO
                START INVESTIG KEY IS NOT LESS THAN INV-CHAVE
                IF ST-INV NOT = "00"
                   MOVE "*** NENHUMA INVESTIGACAO EM ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
      *        PROXIMA SUSPEITA ABERTA (DA PLACA PEDIDA OU DE TODAS)
       INV-PROX.
                READ INVESTIG NEXT RECORD
                IF ST-INV NOT = "00"
                   GO TO INV-FIM.
                IF W-PLAFILTRO NOT = SPACES
                   AND INV-PLACA NOT = W-PLAFILTRO
                   GO TO INV-FIM.
                IF INV-SITUACAO NOT = "A"
                   GO TO INV-PROX.
                ADD 1 TO W-VISTAS
                PERFORM INV-MOSTRA THRU INV-MOSTRA-FIM.
       ACE-001.
                DISPLAY (23, 12)
                     "F2=BAIXAR   ESC=PROXIMA   F1=OUTRA PLACA"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F1
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   GO TO INV-PROX.
                IF W-ACT = TEC-F1
                   GO TO INC-001.
      *
      *****************************************
      * BAIXA COM CODIGO DE RESOLUCAO         *
      *****************************************
      *
       RES-001.
                MOVE SPACES TO INV-RESOL INV-OBS
                DISPLAY (17, 01) "01 ERRO DIGITACAO  02 JUSTIFICADO"
                DISPLAY (17, 36) "03 GALAO/EQUIP.  04 DESCONTADO"
                DISPLAY (18, 01) "05 FRAUDE CONFIRMADA  09 OUTROS".
       RES-002.
                ACCEPT (14, 18) INV-RESOL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (17, 01) LIMPA
                   DISPLAY (17, 36) LIMPA
                   DISPLAY (18, 01) LIMPA
                   GO TO ACE-001.
                PERFORM RES-TEXTO THRU RES-TEXTO-FIM
                IF W-RESTXT = SPACES
                   MOVE "*** CODIGO DE RESOLUCAO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-002.
                DISPLAY (14, 21) W-RESTXT.
       RES-003.
                ACCEPT (15, 18) INV-OBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO RES-002.
                IF INV-RESOL = "09" AND INV-OBS = SPACES
                   MOVE "*** EM OUTROS A OBSERVACAO E OBRIGATORIA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-003.
       RES-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "BAIXAR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO RES-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INVESTIGACAO NAO BAIXADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-OPC.
       RES-RW1.
                MOVE "R" TO INV-SITUACAO
                ACCEPT INV-DATARES FROM DATE YYYYMMDD
                MOVE W-OPERADOR TO INV-OPERADOR
                REWRITE REGINV
                IF ST-INV NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO INVESTIG.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                MOVE "INVESTIG"   TO AUD-ARQ
                MOVE "BAIXA"      TO AUD-ACAO
                MOVE SPACES TO AUD-CHAVE
                STRING INV-PLACA INV-DATA INV-TIPO INV-RESOL
                       DELIMITED BY SIZE INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-BAIXAS
                DISPLAY (17, 01) LIMPA
                DISPLAY (17, 36) LIMPA
                DISPLAY (18, 01) LIMPA
                MOVE "*** INVESTIGACAO BAIXADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INV-PROX.
      *
       INV-FIM.
                MOVE "*** FIM DAS INVESTIGACOES EM ABERTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * EXIBE A INVESTIGACAO LIDA             *
      *****************************************
      *
       INV-MOSTRA.
                DISPLAY (04, 18) INV-PLACA
                MOVE INV-DATA TO W-DATAX
                MOVE INV-HORA TO W-HORAX
                MOVE SPACES TO W-DATAED
                STRING W-DATAX-DIA "/" W-DATAX-MES "/" W-DATAX-ANO
                       DELIMITED BY SIZE INTO W-DATAED
                DISPLAY (06, 18) W-DATAED
                DISPLAY (06, 29) W-HORAX-HH
                DISPLAY (06, 31) ":"
                DISPLAY (06, 32) W-HORAX-MM
                PERFORM TIPO-TEXTO THRU TIPO-TEXTO-FIM
                DISPLAY (07, 18) INV-TIPO
                DISPLAY (07, 20) W-TIPOTXT
                DISPLAY (08, 18) INV-CPF
                DISPLAY (09, 18) INV-NOME
                MOVE INV-LITROS TO W-LITED
                MOVE INV-VALOR  TO W-VALED
                DISPLAY (10, 18) W-LITED
                DISPLAY (10, 26) "L  R$"
                DISPLAY (10, 32) W-VALED
                DISPLAY (11, 18) INV-DETALHE
                MOVE INV-DATADET TO W-DATAX
                MOVE SPACES TO W-DATAED
                STRING W-DATAX-DIA "/" W-DATAX-MES "/" W-DATAX-ANO
                       DELIMITED BY SIZE INTO W-DATAED
                DISPLAY (12, 18) W-DATAED
                DISPLAY (14, 18) LIMPA
                DISPLAY (15, 18) LIMPA.
       INV-MOSTRA-FIM.
                EXIT.
      *
       TIPO-TEXTO.
                MOVE SPACES TO W-TIPOTXT
                IF INV-TIPO = "T"
                   MOVE "LITROS ACIMA DO TANQUE" TO W-TIPOTXT.
                IF INV-TIPO = "P"
                   MOVE "PRECO FORA DA MEDIA DO MES" TO W-TIPOTXT.
                IF INV-TIPO = "K"
                   MOVE "KM CURTO PARA A AUTONOMIA" TO W-TIPOTXT.
                IF INV-TIPO = "C"
                   MOVE "CONSUMO FORA DA FAIXA" TO W-TIPOTXT.
                IF INV-TIPO = "G"
                   MOVE "ABASTECIDO NA GARAGEM" TO W-TIPOTXT.
       TIPO-TEXTO-FIM.
                EXIT.
      *
       RES-TEXTO.
                MOVE SPACES TO W-RESTXT
                MOVE 1 TO W-IX.
       RES-TEXTO-LER.
                IF W-IX > 6
                   GO TO RES-TEXTO-FIM.
                IF TABRES-COD (W-IX) = INV-RESOL
                   MOVE TABRES-TXT (W-IX) TO W-RESTXT
                   GO TO RES-TEXTO-FIM.
                ADD 1 TO W-IX
                GO TO RES-TEXTO-LER.
       RES-TEXTO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE INVESTIG AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - INVESTIGACOES"
                DISPLAY "EXAMINADAS.............: " W-VISTAS
                DISPLAY "BAIXADAS...............: " W-BAIXAS
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
