       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFINAN.
      **************************************
      *  CONTRATOS DE FINANCIAMENTO E      *
      *  LEASING DA FROTA (FINANC.DAT +    *
      *  FINPARC.DAT)                      *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR DIGITA A PLACA E O NUMERO DO CONTRATO NO BANCO.
      * CONTRATO NOVO: TIPO (F=FINANCIAMENTO, L=LEASING), BANCO, VALOR
      * FINANCIADO, TAXA MENSAL, NUMERO DE PARCELAS E O PRIMEIRO
      * VENCIMENTO; A PRESTACAO SAI PELA TABELA PRICE E, CONFIRMADO, O
      * CONTRATO E GRAVADO EM ABERTO (ALIENACAO FIDUCIARIA ATIVA) COM
      * AS PARCELAS MENSAIS EM FINPARC.DAT, CADA UMA COM JUROS,
      * AMORTIZACAO E SALDO DEVEDOR. CONTRATO JA GRAVADO: F2 ALTERA SO
      * O TIPO E O BANCO (OS VALORES FICAM, AS PARCELAS JA FORAM
      * GERADAS); F3 EXCLUI CONTRATO DIGITADO ERRADO, DESDE QUE
      * NENHUMA PARCELA TENHA SIDO BAIXADA. A BAIXA DAS PARCELAS E A
      * QUITACAO SAO NO CADFINPG; ENQUANTO O CONTRATO ESTA EM ABERTO O
      * CADVEND NAO VENDE E O CADASTRO DO VEICULO NAO PASSA O CARRO
      * PARA A VENDA (CPYFINP).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFINS.
           COPY CPYFPAS.
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
           COPY CPYFINR.
           COPY CPYFPAR.
           COPY CPYVEIR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-FPA       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
           COPY CPYFINW.
       77 W-TAXAI      PIC 9V9(08) VALUE ZEROS.
       77 W-FATOR      PIC 9(06)V9(08) VALUE ZEROS.
       77 W-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-IX         PIC 9(03) VALUE ZEROS.
       77 W-DIA1       PIC 9(02) VALUE ZEROS.
       77 W-VAL-ED     PIC ZZ.ZZZ.ZZ9,99.
       77 W-TAXA-ED    PIC Z9,9999.
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
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==FINANC==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO FINANC SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO FINANC.DAT"==
                   ==ST-ERRO== BY ==ST-FIN==.
       INC-OP1.
                OPEN I-O FINPARC
                IF ST-FPA NOT = "00"
                   IF ST-FPA = "30" OR ST-FPA = "35"
                      OPEN OUTPUT FINPARC
                      CLOSE FINPARC
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO FINPARC.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE FINANC
                      GO TO ROT-FIM.
                OPEN INPUT CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE FINANC FINPARC
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO FIN-PLACA FIN-CONTRATO FIN-TIPO
                               FIN-BANCO FIN-SITUACAO
                MOVE ZEROS  TO FIN-VALOR FIN-TAXA FIN-PARCELAS
                               FIN-VALPARC FIN-VENC1 FIN-DATAQUIT
                               W-DATSEL
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CONTRATOS DE FINANCIAMENTO E LEASING"
                DISPLAY (04, 01) "PLACA           : "
                DISPLAY (05, 01) "CONTRATO        : "
                DISPLAY (06, 01) "TIPO            : "
                DISPLAY (06, 22) "(F=FINANCIAMENTO L=LEASING)"
                DISPLAY (07, 01) "BANCO           : "
                DISPLAY (08, 01) "VALOR FINANCIADO: "
                DISPLAY (09, 01) "TAXA % AO MES   : "
                DISPLAY (10, 01) "PARCELAS        : "
                DISPLAY (11, 01) "1O VENCIMENTO   : __/__/____"
                DISPLAY (12, 01) "PRESTACAO       : ".
       INC-002.
                ACCEPT (04, 18) FIN-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF FIN-PLACA = SPACES
                   MOVE "*** PLACA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE FIN-PLACA TO PLACA
                READ CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 30) PROPRIETARIO.
       INC-003.
                ACCEPT (05, 18) FIN-CONTRATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF FIN-CONTRATO = SPACES
                   MOVE "*** INFORME O NUMERO DO CONTRATO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-FIN01.
                MOVE 0 TO W-SEL
                READ FINANC
                IF ST-FIN NOT = "23"
                   IF ST-FIN = "00"
                      PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO FINANC.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC.
       INC-004.
                ACCEPT (06, 18) FIN-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   IF W-SEL = 1
                      GO TO INC-001
                   ELSE
                      GO TO INC-003.
                IF FIN-TIPO = "f"
                   MOVE "F" TO FIN-TIPO.
                IF FIN-TIPO = "l"
                   MOVE "L" TO FIN-TIPO.
                IF FIN-TIPO NOT = "F" AND FIN-TIPO NOT = "L"
                   MOVE "*** TIPO: F=FINANCIAMENTO L=LEASING ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (07, 18) FIN-BANCO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF FIN-BANCO = SPACES
                   MOVE "*** BANCO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-SEL = 1 GO TO ALT-OPC.
       INC-006.
                ACCEPT (08, 18) FIN-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF FIN-VALOR = ZEROS
                   MOVE "*** VALOR FINANCIADO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (09, 18) FIN-TAXA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-006.
                IF FIN-TAXA NOT < 10
                   MOVE "*** TAXA MENSAL DE 0 A 9,9999% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (10, 18) FIN-PARCELAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-007.
                IF FIN-PARCELAS < 1 OR FIN-PARCELAS > 120
                   MOVE "*** PARCELAS DE 1 A 120 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (11, 18) W-DATSEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-008.
                MOVE W-DATSEL-DIA TO DTV-DIA
                MOVE W-DATSEL-MES TO DTV-MES
                MOVE W-DATSEL-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA! ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                MOVE W-DATSEL-ANO TO W-DATAX-ANO
                MOVE W-DATSEL-MES TO W-DATAX-MES
                MOVE W-DATSEL-DIA TO W-DATAX-DIA
                MOVE W-DATAX8     TO FIN-VENC1
                PERFORM FIN-PRICE THRU FIN-PRICE-FIM
                MOVE FIN-VALPARC TO W-VAL-ED
                DISPLAY (12, 18) W-VAL-ED.
      *
                GO TO INC-OPC.
      *
      *        ESC NA CONFIRMACAO VOLTA PARA O ULTIMO CAMPO DIGITADO
       INC-005X.
                IF W-SEL = 1 GO TO INC-005.
                GO TO INC-009.

           COPY CPYCONF REPLACING ==INC-005== BY ==INC-005X==.
       INC-WR1.
                MOVE W-HOJE8    TO FIN-DATACONTR
                MOVE "A"        TO FIN-SITUACAO
                MOVE ZEROS      TO FIN-DATAQUIT
                MOVE W-OPERADOR TO FIN-OPERADOR
                WRITE REGFIN
                IF ST-FIN = "00" OR "02"
                      PERFORM FPA-GERA THRU FPA-GERA-FIM
                      MOVE "FINANC"     TO AUD-ARQ
                      MOVE "CONTRATO"   TO AUD-ACAO
                      MOVE FIN-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** CONTRATO E PARCELAS GRAVADOS *** "
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO FINANC.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F2=ALTERAR TIPO/BANCO   F3=EXCLUIR CONTRATO"
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
                IF W-FSDPAGAS NOT = ZEROS
                   MOVE "** CONTRATO COM PARCELA PAGA - NAO EXCLUI **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE FINANC RECORD
                IF ST-FIN = "00"
                   PERFORM FPA-APAGA THRU FPA-APAGA-FIM
                   MOVE "FINANC"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE FIN-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-EXCCNT
                   MOVE "*** CONTRATO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
       ALT-RW1.
                MOVE W-OPERADOR TO FIN-OPERADOR
                REWRITE REGFIN
                IF ST-FIN = "00" OR "02"
                   MOVE "FINANC"     TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE FIN-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** CONTRATO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO FINANC.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * EXIBICAO DO CONTRATO GRAVADO E DA     *
      * POSICAO DAS PARCELAS (LINHAS 14-16)   *
      *****************************************
      *
       FIN-MOSTRA.
                DISPLAY (06, 18) FIN-TIPO
                DISPLAY (07, 18) FIN-BANCO
                MOVE FIN-VALOR TO W-VAL-ED
                DISPLAY (08, 18) W-VAL-ED
                MOVE FIN-TAXA TO W-TAXA-ED
                DISPLAY (09, 18) W-TAXA-ED
                DISPLAY (10, 18) FIN-PARCELAS
                MOVE FIN-VENC1 TO W-DATAX8
                MOVE W-DATAX-DIA TO W-DATSEL-DIA
                MOVE W-DATAX-MES TO W-DATSEL-MES
                MOVE W-DATAX-ANO TO W-DATSEL-ANO
                DISPLAY (11, 18) W-DATSEL-DIA
                DISPLAY (11, 21) W-DATSEL-MES
                DISPLAY (11, 24) W-DATSEL-ANO
                MOVE FIN-VALPARC TO W-VAL-ED
                DISPLAY (12, 18) W-VAL-ED
                MOVE W-HOJE8 TO W-FSDDATA
                PERFORM FIN-SALDO THRU FIN-SALDO-FIM
                IF FIN-SITUACAO = "Q"
                   DISPLAY (14, 01) "SITUACAO        : QUITADO EM"
                   MOVE FIN-DATAQUIT TO W-DATAX8
                   DISPLAY (14, 30) W-DATAX-DIA
                   DISPLAY (14, 32) "/"
                   DISPLAY (14, 33) W-DATAX-MES
                   DISPLAY (14, 35) "/"
                   DISPLAY (14, 36) W-DATAX-ANO
                ELSE
                   DISPLAY (14, 01)
                           "SITUACAO        : EM ABERTO (ALIENADO)".
                DISPLAY (15, 01) "PARCELAS PAGAS  : "
                DISPLAY (15, 18) W-FSDPAGAS
                DISPLAY (15, 22) "DE"
                DISPLAY (15, 25) FIN-PARCELAS
                MOVE W-FSDSALDO TO W-VAL-ED
                DISPLAY (16, 01) "SALDO DEVEDOR   : "
                DISPLAY (16, 18) W-VAL-ED.
       FIN-MOSTRA-FIM.
                EXIT.
      *
      *****************************************
      * PRESTACAO PELA TABELA PRICE:          *
      * PV * I * (1+I)**N / ((1+I)**N - 1)    *
      *****************************************
      *
       FIN-PRICE.
                IF FIN-TAXA = ZEROS
                   COMPUTE FIN-VALPARC ROUNDED =
                       FIN-VALOR / FIN-PARCELAS
                   GO TO FIN-PRICE-FIM.
                COMPUTE W-TAXAI = FIN-TAXA / 100
                MOVE 1 TO W-FATOR
                MOVE ZEROS TO W-IX.
       FIN-PRICE-POT.
                IF W-IX NOT < FIN-PARCELAS
                   GO TO FIN-PRICE-CALC.
                COMPUTE W-FATOR ROUNDED = W-FATOR * (1 + W-TAXAI)
                ADD 1 TO W-IX
                GO TO FIN-PRICE-POT.
       FIN-PRICE-CALC.
                COMPUTE FIN-VALPARC ROUNDED =
                    FIN-VALOR * W-TAXAI * W-FATOR / (W-FATOR - 1).
       FIN-PRICE-FIM.
                EXIT.
      *
      *****************************************
      * GERA AS PARCELAS MENSAIS DO CONTRATO  *
      *****************************************
      *
       FPA-GERA.
                MOVE FIN-VALOR TO W-SALDO
                MOVE FIN-VENC1 TO W-DATAX8
                MOVE W-DATAX-DIA TO W-DIA1
                COMPUTE W-TAXAI = FIN-TAXA / 100
                MOVE 1 TO W-IX.
       FPA-GERA-LOOP.
                IF W-IX > FIN-PARCELAS
                   GO TO FPA-GERA-FIM.
                MOVE FIN-PLACA    TO FPA-PLACA
                MOVE FIN-CONTRATO TO FPA-CONTRATO
                MOVE W-IX         TO FPA-NUM
                MOVE W-DATAX8     TO FPA-VENCTO
                COMPUTE FPA-JUROS ROUNDED = W-SALDO * W-TAXAI
                COMPUTE FPA-AMORT = FIN-VALPARC - FPA-JUROS
      *        A ULTIMA PARCELA AMORTIZA O QUE SOBROU DO
      *        ARREDONDAMENTO, PARA O SALDO FECHAR EM ZERO
                IF W-IX = FIN-PARCELAS
                   MOVE W-SALDO TO FPA-AMORT.
                COMPUTE FPA-VALOR = FPA-JUROS + FPA-AMORT
                SUBTRACT FPA-AMORT FROM W-SALDO
                MOVE W-SALDO      TO FPA-SALDO
                MOVE ZEROS        TO FPA-DATAPAG FPA-CONTAB
                MOVE SPACES       TO FPA-BAIXA
                WRITE REGFPA
                IF ST-FPA NOT = "00" AND ST-FPA NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO FINPARC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *        MESMO DIA NO MES SEGUINTE (OU O ULTIMO DIA DO MES)
                ADD 1 TO W-DATAX-MES
                IF W-DATAX-MES > 12
                   MOVE 1 TO W-DATAX-MES
                   ADD 1 TO W-DATAX-ANO.
                MOVE W-DIA1 TO W-DATAX-DIA
                IF W-DATAX-DIA > DTV-TABDIASV (W-DATAX-MES)
                   MOVE DTV-TABDIASV (W-DATAX-MES) TO W-DATAX-DIA.
                ADD 1 TO W-IX
                GO TO FPA-GERA-LOOP.
       FPA-GERA-FIM.
                EXIT.
      *
      *****************************************
      * APAGA AS PARCELAS DO CONTRATO EXCLUIDO*
      *****************************************
      *
       FPA-APAGA.
                MOVE FIN-PLACA    TO FPA-PLACA
                MOVE FIN-CONTRATO TO FPA-CONTRATO
                MOVE ZEROS        TO FPA-NUM
                START FINPARC KEY IS NOT LESS THAN FPA-CHAVE
                IF ST-FPA NOT = "00"
                   GO TO FPA-APAGA-FIM.
       FPA-APAGA-LER.
                READ FINPARC NEXT RECORD
                IF ST-FPA NOT = "00"
                   GO TO FPA-APAGA-FIM.
                IF FPA-PLACA NOT = FIN-PLACA
                   OR FPA-CONTRATO NOT = FIN-CONTRATO
                   GO TO FPA-APAGA-FIM.
                DELETE FINPARC RECORD
                GO TO FPA-APAGA-LER.
       FPA-APAGA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE FINANC FINPARC CADVEIC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - CONTRATOS DE FINANCIAMENTO"
                DISPLAY "CONTRATOS INCLUIDOS....: " W-INCCNT
                DISPLAY "CONTRATOS ALTERADOS....: " W-ALTCNT
                DISPLAY "CONTRATOS EXCLUIDOS....: " W-EXCCNT
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
      *
      *****************************************
      * POSICAO DO CONTRATO (CPYFSDP)         *
      *****************************************
      *
           COPY CPYFSDP.
       FIM-ROT-TEMPO.
