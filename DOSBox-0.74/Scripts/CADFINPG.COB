       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFINPG.
      **************************************
      *  BAIXA DE PARCELAS E QUITACAO DOS  *
      *  FINANCIAMENTOS DA FROTA           *
      *  (FINANC.DAT + FINPARC.DAT)        *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR DIGITA A PLACA E O CONTRATO; A TELA MOSTRA A POSICAO
      * DO CONTRATO HOJE (CPYFSDP) E SUGERE A PRIMEIRA PARCELA EM
      * ABERTO. PARCELA EM ABERTO: INFORMADA A DATA DO PAGAMENTO, A
      * PARCELA E BAIXADA; PAGA A ULTIMA, O CONTRATO FICA QUITADO E O
      * GRAVAME DEIXA DE BLOQUEAR O CARRO. PARCELA JA PAGA: F3 ESTORNA
      * A BAIXA ENQUANTO O FINCTB NAO LANCOU A PARCELA NO CONTABIL.TXT.
      * PARCELA 0 E A QUITACAO ANTECIPADA: NA DATA INFORMADA, AS
      * PARCELAS JA VENCIDAS SAO PAGAS INTEIRAS E AS QUE AINDA VAO
      * VENCER SO PELO PRINCIPAL (BAIXA Q); O CONTRATO FICA QUITADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFINS.
           COPY CPYFPAS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYFINR.
           COPY CPYFPAR.
           COPY CPYAUDR.
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
       77 W-PARCSEL    PIC 9(03) VALUE ZEROS.
       77 W-DATAPAG    PIC 9(08) VALUE ZEROS.
       77 W-BAIXAS     PIC 9(04) VALUE ZEROS.
       77 W-ESTORNOS   PIC 9(04) VALUE ZEROS.
       77 W-QUITADOS   PIC 9(04) VALUE ZEROS.
       77 W-VAL-ED     PIC ZZ.ZZZ.ZZ9,99.
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
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
       INC-OP0.
                OPEN I-O FINANC
                IF ST-FIN NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FINANC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                OPEN I-O FINPARC
                IF ST-FPA NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FINPARC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE FINANC
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO FIN-PLACA FIN-CONTRATO
                MOVE ZEROS  TO W-PARCSEL W-DATSEL W-DATAPAG
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "BAIXA DE PARCELAS DE FINANCIAMENTO"
                DISPLAY (04, 01) "PLACA           : "
                DISPLAY (05, 01) "CONTRATO        : "
                DISPLAY (06, 01) "BANCO           : ".
       INC-002.
                ACCEPT (04, 18) FIN-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF FIN-PLACA = SPACES
                   MOVE "*** PLACA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (05, 18) FIN-CONTRATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                READ FINANC
                IF ST-FIN NOT = "00"
                   MOVE "*** CONTRATO NAO CADASTRADO (CADFINAN) ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (06, 18) FIN-BANCO
                MOVE W-HOJE8 TO W-FSDDATA
                PERFORM POS-MOSTRA THRU POS-MOSTRA-FIM
                IF FIN-SITUACAO = "Q"
                   MOVE "*** CONTRATO JA QUITADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-004.
                DISPLAY (13, 01) LIMPA
                DISPLAY (14, 01) LIMPA
                DISPLAY (15, 01) LIMPA
                DISPLAY (16, 01) LIMPA
                MOVE W-FSDPROX TO W-PARCSEL
                DISPLAY (12, 01) "PARCELA         :     (0=QUITACAO)"
                ACCEPT (12, 18) W-PARCSEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF W-PARCSEL = ZEROS
                   GO TO QUI-001.
                IF W-PARCSEL > FIN-PARCELAS
                   MOVE "*** PARCELA FORA DO CONTRATO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE FIN-PLACA    TO FPA-PLACA
                MOVE FIN-CONTRATO TO FPA-CONTRATO
                MOVE W-PARCSEL    TO FPA-NUM
                READ FINPARC
                IF ST-FPA NOT = "00"
                   MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM FPA-MOSTRA THRU FPA-MOSTRA-FIM
                IF FPA-DATAPAG NOT = ZEROS
                   GO TO ACE-001.
       INC-005.
                MOVE W-HOJE-DIA TO W-DATSEL-DIA
                MOVE W-HOJE-MES TO W-DATSEL-MES
                MOVE W-HOJE-ANO TO W-DATSEL-ANO
                DISPLAY (16, 01) "DATA PAGAMENTO  : "
                ACCEPT (16, 18) W-DATSEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
                IF W-DATAPAG = ZEROS
                   GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "BAIXAR PARCELA (S/N) : ".
                ACCEPT (23, 63) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PARCELA NAO BAIXADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-DATAPAG TO FPA-DATAPAG
                MOVE "P"       TO FPA-BAIXA
                REWRITE REGFPA
                IF ST-FPA NOT = "00" AND ST-FPA NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO FINPARC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                MOVE "FINPARC"    TO AUD-ARQ
                MOVE "BAIXA"      TO AUD-ACAO
                MOVE FPA-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-BAIXAS
      *        ULTIMA PARCELA PAGA: O CONTRATO ESTA QUITADO
                PERFORM FIN-SALDO THRU FIN-SALDO-FIM
                IF W-FSDABERTAS = ZEROS
                   PERFORM FIN-QUITA THRU FIN-QUITA-FIM
                   MOVE "*** ULTIMA PARCELA - CONTRATO QUITADO ***"
                        TO MENS
                ELSE
                   MOVE "*** PARCELA BAIXADA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * PARCELA JA PAGA: ESTORNO DA BAIXA     *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12) "F3=ESTORNAR A BAIXA   ESC=VOLTAR"
                ACCEPT (23, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F3
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   GO TO INC-004.
                IF FPA-CONTAB NOT = ZEROS
                   MOVE "** PARCELA JA NO CONTABIL - NAO ESTORNA **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM.
       EXC-OPC.
                DISPLAY (23, 40) "ESTORNAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** BAIXA MANTIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE ZEROS  TO FPA-DATAPAG
                MOVE SPACES TO FPA-BAIXA
                REWRITE REGFPA
                IF ST-FPA NOT = "00" AND ST-FPA NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO FINPARC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                MOVE "FINPARC"    TO AUD-ARQ
                MOVE "ESTORNO"    TO AUD-ACAO
                MOVE FPA-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-ESTORNOS
                MOVE "*** BAIXA ESTORNADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * QUITACAO ANTECIPADA DO CONTRATO       *
      *****************************************
      *
       QUI-001.
                MOVE W-HOJE-DIA TO W-DATSEL-DIA
                MOVE W-HOJE-MES TO W-DATSEL-MES
                MOVE W-HOJE-ANO TO W-DATSEL-ANO
                DISPLAY (14, 01) "DATA QUITACAO   : "
                ACCEPT (14, 18) W-DATSEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                PERFORM DAT-VALIDA THRU DAT-VALIDA-FIM
                IF W-DATAPAG = ZEROS
                   GO TO QUI-001.
                MOVE W-DATAPAG TO W-FSDDATA
                PERFORM FIN-SALDO THRU FIN-SALDO-FIM
                MOVE W-FSDQUITAR TO W-VAL-ED
                DISPLAY (15, 01) "VALOR A QUITAR  : "
                DISPLAY (15, 18) W-VAL-ED
                DISPLAY (15, 33) "(SALDO DEVEDOR + JUROS VENCIDOS)".
       QUI-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "QUITAR CONTRATO (S/N) : ".
                ACCEPT (23, 64) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO QUI-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONTRATO NAO QUITADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO QUI-OPC.
       QUI-WR1.
                MOVE FIN-PLACA    TO FPA-PLACA
                MOVE FIN-CONTRATO TO FPA-CONTRATO
                MOVE ZEROS        TO FPA-NUM
                START FINPARC KEY IS NOT LESS THAN FPA-CHAVE
                IF ST-FPA NOT = "00"
                   GO TO QUI-FECHA.
       QUI-LER.
                READ FINPARC NEXT RECORD
                IF ST-FPA NOT = "00"
                   GO TO QUI-FECHA.
                IF FPA-PLACA NOT = FIN-PLACA
                   OR FPA-CONTRATO NOT = FIN-CONTRATO
                   GO TO QUI-FECHA.
                IF FPA-DATAPAG NOT = ZEROS
                   GO TO QUI-LER.
                MOVE W-DATAPAG TO FPA-DATAPAG
                IF FPA-VENCTO NOT > W-DATAPAG
                   MOVE "P" TO FPA-BAIXA
                ELSE
                   MOVE "Q" TO FPA-BAIXA.
                REWRITE REGFPA
                IF ST-FPA NOT = "00" AND ST-FPA NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO FINPARC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                GO TO QUI-LER.
       QUI-FECHA.
                PERFORM FIN-QUITA THRU FIN-QUITA-FIM
                MOVE "*** CONTRATO QUITADO - GRAVAME LIBERADO ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * FECHA O CONTRATO NA DATA W-DATAPAG    *
      *****************************************
      *
       FIN-QUITA.
                MOVE "Q"        TO FIN-SITUACAO
                MOVE W-DATAPAG  TO FIN-DATAQUIT
                MOVE W-OPERADOR TO FIN-OPERADOR
                REWRITE REGFIN
                IF ST-FIN NOT = "00" AND ST-FIN NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO FINANC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIN-QUITA-FIM.
                MOVE "FINANC"     TO AUD-ARQ
                MOVE "QUITACAO"   TO AUD-ACAO
                MOVE FIN-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-QUITADOS.
       FIN-QUITA-FIM.
                EXIT.
      *
      *****************************************
      * DATA DIGITADA (DDMMAAAA) -> W-DATAPAG *
      * (AAAAMMDD); ZEROS SE INVALIDA OU NO   *
      * FUTURO                                *
      *****************************************
      *
       DAT-VALIDA.
                MOVE ZEROS TO W-DATAPAG
                MOVE W-DATSEL-DIA TO DTV-DIA
                MOVE W-DATSEL-MES TO DTV-MES
                MOVE W-DATSEL-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA! ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DAT-VALIDA-FIM.
                MOVE W-HOJE-DIA TO DTV-REF-DIA
                MOVE W-HOJE-MES TO DTV-REF-MES
                MOVE W-HOJE-ANO TO DTV-REF-ANO
                PERFORM DTV-FUT THRU DTV-FUT-FIM
                IF DTV-EFUT = "S"
                   MOVE "*** PAGAMENTO NO FUTURO! ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DAT-VALIDA-FIM.
                MOVE W-DATSEL-ANO TO W-DATAX-ANO
                MOVE W-DATSEL-MES TO W-DATAX-MES
                MOVE W-DATSEL-DIA TO W-DATAX-DIA
                MOVE W-DATAX8     TO W-DATAPAG.
       DAT-VALIDA-FIM.
                EXIT.
      *
      *****************************************
      * POSICAO DO CONTRATO (LINHAS 07 A 10)  *
      *****************************************
      *
       POS-MOSTRA.
                PERFORM FIN-SALDO THRU FIN-SALDO-FIM
                DISPLAY (07, 01) "PARCELAS PAGAS  : "
                DISPLAY (07, 18) W-FSDPAGAS
                DISPLAY (07, 22) "DE"
                DISPLAY (07, 25) FIN-PARCELAS
                DISPLAY (08, 01) "VENCIDAS/ABERTO : "
                DISPLAY (08, 18) W-FSDVENCQTD
                MOVE W-FSDVENCVAL TO W-VAL-ED
                DISPLAY (08, 22) W-VAL-ED
                DISPLAY (09, 01) "SALDO DEVEDOR   : "
                MOVE W-FSDSALDO TO W-VAL-ED
                DISPLAY (09, 18) W-VAL-ED
                DISPLAY (10, 01) "QUITACAO HOJE   : "
                MOVE W-FSDQUITAR TO W-VAL-ED
                DISPLAY (10, 18) W-VAL-ED.
       POS-MOSTRA-FIM.
                EXIT.
      *
      *****************************************
      * PARCELA ESCOLHIDA (LINHAS 13 A 15)    *
      *****************************************
      *
       FPA-MOSTRA.
                MOVE FPA-VENCTO TO W-DATAX8
                MOVE W-DATAX-DIA TO W-DATAED-DIA
                MOVE W-DATAX-MES TO W-DATAED-MES
                MOVE W-DATAX-ANO TO W-DATAED-ANO
                DISPLAY (13, 01) "VENCIMENTO      : "
                DISPLAY (13, 18) W-DATAED
                MOVE FPA-VALOR TO W-VAL-ED
                DISPLAY (13, 30) "VALOR"
                DISPLAY (13, 36) W-VAL-ED
                MOVE FPA-JUROS TO W-VAL-ED
                DISPLAY (14, 01) "JUROS           : "
                DISPLAY (14, 18) W-VAL-ED
                MOVE FPA-AMORT TO W-VAL-ED
                DISPLAY (14, 30) "AMORT"
                DISPLAY (14, 36) W-VAL-ED
                IF FPA-DATAPAG = ZEROS
                   DISPLAY (15, 01) "SITUACAO        : EM ABERTO"
                   GO TO FPA-MOSTRA-FIM.
                MOVE FPA-DATAPAG TO W-DATAX8
                MOVE W-DATAX-DIA TO W-DATAED-DIA
                MOVE W-DATAX-MES TO W-DATAED-MES
                MOVE W-DATAX-ANO TO W-DATAED-ANO
                IF FPA-BAIXA = "Q"
                   DISPLAY (15, 01) "SITUACAO        : QUITADA EM"
                ELSE
                   DISPLAY (15, 01) "SITUACAO        : PAGA EM".
                DISPLAY (15, 30) W-DATAED.
       FPA-MOSTRA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE FINANC FINPARC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - PARCELAS DE FINANCIAMENTO"
                DISPLAY "PARCELAS BAIXADAS......: " W-BAIXAS
                DISPLAY "BAIXAS ESTORNADAS......: " W-ESTORNOS
                DISPLAY "CONTRATOS QUITADOS.....: " W-QUITADOS
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
