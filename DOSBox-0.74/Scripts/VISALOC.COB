       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISALOC.
      **************************************
      *  VISTORIA DO VEICULO NA SAIDA E NO *
      *  RETORNO (SUBPROGRAMA - CADALOC)   *
      **************************************
      *----------------------------------------------------------------
      * CHAMADO PELO CADALOC ANTES DE GRAVAR A SAIDA OU O RETORNO, COM
      * A CHAVE DA ALOCACAO (PLACA+DATA+HORA DA SAIDA), O MOMENTO
      * (S=SAIDA, R=RETORNO), O CPF DO MOTORISTA E O OPERADOR. PRIMEIRA
      * TELA: OS ITENS ATIVOS DA CHKITEM.DAT (NO MAXIMO 12), CADA UM
      * COM A SUA RESPOSTA - NO RETORNO APARECE AO LADO O QUE FOI
      * ANOTADO NA SAIDA. SEGUNDA TELA: O MAPA DE AVARIAS, COM AS
      * AVARIAS DO VEICULO AINDA NAO CONSERTADAS E A ANOTACAO DAS
      * NOVAS (AREA DA CARROCERIA E DESCRICAO, ATE 10 POR VISTORIA).
      * AVARIA NOVA NO RETORNO FICA ATRIBUIDA AO MOTORISTA DA
      * ALOCACAO; NA SAIDA ELA SO PROVA QUE O VEICULO JA SAIU ASSIM.
      * CONFIRMADA A VISTORIA, GRAVA VISTORIA.DAT E AVARIA.DAT E
      * DEVOLVE W-VRESULT = S; ESC NO PRIMEIRO CAMPO DESISTE E DEVOLVE
      * N, E O CADALOC NAO REGISTRA O MOVIMENTO. O SINISTRO E A ORDEM
      * DE SERVICO DA AVARIA SAO ABERTOS NO CADAVARI.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCKIS.
           COPY CPYVISS.
           COPY CPYAVRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCKIR.
           COPY CPYVISR.
           COPY CPYAVRR.
      *
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-CKI       PIC X(02) VALUE "00".
       77 ST-VIS       PIC X(02) VALUE "00".
       77 ST-AVR       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CKIDISP    PIC X(01) VALUE "N".
       77 W-NITENS     PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-COL        PIC 9(02) VALUE ZEROS.
       77 W-AREA       PIC 9(02) VALUE ZEROS.
       77 W-DESC       PIC X(40) VALUE SPACES.
       77 W-NOVAS      PIC 9(02) VALUE ZEROS.
       77 W-ABERTAS    PIC 9(04) VALUE ZEROS.
       77 W-ULTSEQ     PIC 9(04) VALUE ZEROS.
       77 W-PLACA      PIC X(07) VALUE SPACES.
       77 W-TITULO     PIC X(07) VALUE SPACES.
       77 W-CNT-ED     PIC ZZZ9.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
      *        ITENS ATIVOS DA CHKITEM.DAT E AS RESPOSTAS
       01 W-ITENS.
            03 W-ITEM OCCURS 12 TIMES.
               05 W-ITCOD     PIC 9(02).
               05 W-ITDESC    PIC X(25).
               05 W-ITTIPO    PIC X(01).
               05 W-ITRESP    PIC X(01).
               05 W-ITSAI     PIC X(01).
      *        AVARIAS NOVAS DESTA VISTORIA
       01 W-NOVTAB.
            03 W-NOVA OCCURS 10 TIMES.
               05 W-NVAREA    PIC 9(02).
               05 W-NVDESC    PIC X(40).
           COPY CPYAVRW.
      *
       LINKAGE SECTION.
       01 W-VALOCHV     PIC X(21).
       01 W-VMOMENTO    PIC X(01).
       01 W-VCPF        PIC 9(11).
       01 W-VOPER       PIC X(12).
       01 W-VRESULT     PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-VALOCHV W-VMOMENTO W-VCPF W-VOPER
                                W-VRESULT.
       INICIO.
                MOVE "N" TO W-VRESULT
                MOVE ZEROS TO W-NITENS W-NOVAS
                MOVE W-VALOCHV (1:7) TO W-PLACA
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-VMOMENTO = "S"
                   MOVE "SAIDA"   TO W-TITULO
                ELSE
                   MOVE "RETORNO" TO W-TITULO.
       VIS-OP1.
                OPEN I-O VISTORIA
                IF ST-VIS NOT = "00"
                   IF ST-VIS = "30"
                      OPEN OUTPUT VISTORIA
                      CLOSE VISTORIA
                      GO TO VIS-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO VISTORIA.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       VIS-OP2.
                OPEN I-O AVARIA
                IF ST-AVR NOT = "00"
                   IF ST-AVR = "30"
                      OPEN OUTPUT AVARIA
                      CLOSE AVARIA
                      GO TO VIS-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO AVARIA.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE VISTORIA
                      GO TO ROT-FIM.
      *        SEM CHKITEM.DAT A VISTORIA FICA SO NO MAPA DE AVARIAS
                OPEN INPUT CHKITEM
                IF ST-CKI = "00"
                   MOVE "S" TO W-CKIDISP
                   PERFORM CKI-CARREGA THRU CKI-CARREGA-FIM
                   CLOSE CHKITEM.
                IF W-NITENS = ZEROS
                   GO TO AVR-001.
                MOVE 1 TO W-IX.
      *
      *****************************************
      * PRIMEIRA TELA: ITENS DA VISTORIA      *
      *****************************************
      *
       ITE-001.
                PERFORM ITE-TELA THRU ITE-TELA-FIM.
       ITE-002.
                COMPUTE W-LIN = W-IX + 4
                ACCEPT (W-LIN, 32) W-ITRESP (W-IX) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   IF W-IX = 1
                      GO TO VIS-DESISTE
                   ELSE
                      SUBTRACT 1 FROM W-IX
                      GO TO ITE-002.
                IF W-ITRESP (W-IX) = "b"
                   MOVE "B" TO W-ITRESP (W-IX).
                IF W-ITRESP (W-IX) = "r"
                   MOVE "R" TO W-ITRESP (W-IX).
                IF W-ITRESP (W-IX) = "d"
                   MOVE "D" TO W-ITRESP (W-IX).
                IF W-ITTIPO (W-IX) = "N"
                   IF W-ITRESP (W-IX) < "0" OR W-ITRESP (W-IX) > "8"
                      MOVE "*** NIVEL EM OITAVOS: 0 A 8 ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITE-002.
                IF W-ITTIPO (W-IX) = "C"
                   IF W-ITRESP (W-IX) NOT = "B" AND NOT = "R"
                                            AND NOT = "D"
                      MOVE "*** B=BOM R=REGULAR D=DEFEITO/FALTA ***"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITE-002.
                DISPLAY (W-LIN, 32) W-ITRESP (W-IX)
                ADD 1 TO W-IX
                IF W-IX NOT > W-NITENS
                   GO TO ITE-002.
      *
      *****************************************
      * SEGUNDA TELA: MAPA DE AVARIAS         *
      *****************************************
      *
       AVR-001.
                PERFORM AVR-TELA THRU AVR-TELA-FIM.
       AVR-002.
                MOVE ZEROS TO W-AREA
                MOVE SPACES TO W-DESC
                DISPLAY (20, 01) LIMPA
                DISPLAY (19, 34) LIMPA
                DISPLAY (19, 01) "NOVA AVARIA - AREA (00=FIM): "
                ACCEPT (19, 30) W-AREA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   IF W-NITENS = ZEROS
                      GO TO VIS-DESISTE
                   ELSE
                      MOVE W-NITENS TO W-IX
                      GO TO ITE-001.
                IF W-AREA = ZEROS
                   GO TO VIS-OPC.
                IF W-AREA > 16
                   MOVE "*** AREA DE 01 A 16 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AVR-002.
                IF W-NOVAS = 10
                   MOVE "*** LIMITE DE 10 AVARIAS POR VISTORIA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AVR-002.
                DISPLAY (19, 34) AVR-AREADESC (W-AREA)
                DISPLAY (20, 01) "DESCRICAO: ".
       AVR-003.
                ACCEPT (20, 12) W-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO AVR-002.
                IF W-DESC = SPACES
                   MOVE "*** DESCREVA A AVARIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AVR-003.
                ADD 1 TO W-NOVAS
                MOVE W-AREA TO W-NVAREA (W-NOVAS)
                MOVE W-DESC TO W-NVDESC (W-NOVAS)
                MOVE W-NOVAS TO W-CNT-ED
                DISPLAY (21, 01) "AVARIAS NOVAS NESTA VISTORIA: "
                DISPLAY (21, 31) W-CNT-ED
                GO TO AVR-002.
      *
      *****************************************
      * CONFIRMACAO E GRAVACAO                *
      *****************************************
      *
       VIS-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO AVR-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** VISTORIA REFEITA - CONFIRA OS ITENS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO W-NOVAS
                   IF W-NITENS = ZEROS
                      GO TO AVR-001
                   ELSE
                      MOVE 1 TO W-IX
                      GO TO ITE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIS-OPC.
                PERFORM VIS-GRAVA THRU VIS-GRAVA-FIM
                PERFORM AVR-GRAVA THRU AVR-GRAVA-FIM
                MOVE "S" TO W-VRESULT
                GO TO VIS-FECHA.
      *
       VIS-DESISTE.
                MOVE "*** VISTORIA NAO CONCLUIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VIS-FECHA.
                CLOSE VISTORIA AVARIA.
       ROT-FIM.
                GOBACK.
      *
      *****************************************
      * CARGA DOS ITENS ATIVOS (E, NO RETORNO,*
      * DO QUE FOI ANOTADO NA SAIDA)          *
      *****************************************
      *
       CKI-CARREGA.
                MOVE ZEROS TO CKI-COD
                START CHKITEM KEY IS NOT LESS THAN CKI-COD
                IF ST-CKI NOT = "00"
                   GO TO CKI-CARREGA-FIM.
       CKI-CARREGA-LER.
                READ CHKITEM NEXT RECORD
                IF ST-CKI NOT = "00"
                   GO TO CKI-CARREGA-FIM.
                IF CKI-SITUACAO NOT = "A"
                   GO TO CKI-CARREGA-LER.
                ADD 1 TO W-NITENS
                MOVE CKI-COD  TO W-ITCOD (W-NITENS)
                MOVE CKI-DESC TO W-ITDESC (W-NITENS)
                MOVE CKI-TIPO TO W-ITTIPO (W-NITENS)
                MOVE SPACES   TO W-ITRESP (W-NITENS) W-ITSAI (W-NITENS)
                IF W-VMOMENTO = "R"
                   MOVE W-VALOCHV TO VIS-ALOCHAVE
                   MOVE "S"       TO VIS-MOMENTO
                   MOVE CKI-COD   TO VIS-ITEM
                   READ VISTORIA
                   IF ST-VIS = "00"
                      MOVE VIS-RESP TO W-ITSAI (W-NITENS)
                                       W-ITRESP (W-NITENS).
                IF W-NITENS < 12
                   GO TO CKI-CARREGA-LER.
       CKI-CARREGA-FIM.
                EXIT.
      *
      *****************************************
      * MONTAGEM DAS TELAS                    *
      *****************************************
      *
       ITE-TELA.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "VISTORIA DE"
                DISPLAY (01, 22) W-TITULO
                DISPLAY (01, 30) "- PLACA"
                DISPLAY (01, 38) W-PLACA
                DISPLAY (03, 01) "ITEM"
                DISPLAY (03, 30) "RESP."
                IF W-VMOMENTO = "R"
                   DISPLAY (03, 50) "NA SAIDA".
                MOVE 1 TO W-COL.
       ITE-TELA-LIN.
                COMPUTE W-LIN = W-COL + 4
                DISPLAY (W-LIN, 01) W-ITCOD (W-COL)
                DISPLAY (W-LIN, 04) W-ITDESC (W-COL)
                DISPLAY (W-LIN, 32) W-ITRESP (W-COL)
                IF W-ITTIPO (W-COL) = "N"
                   DISPLAY (W-LIN, 35) "(0 A 8)"
                ELSE
                   DISPLAY (W-LIN, 35) "(B/R/D)".
                IF W-VMOMENTO = "R"
                   DISPLAY (W-LIN, 53) W-ITSAI (W-COL).
                ADD 1 TO W-COL
                IF W-COL NOT > W-NITENS
                   GO TO ITE-TELA-LIN.
       ITE-TELA-FIM.
                EXIT.
      *
      *        LEGENDA DAS AREAS E AVARIAS AINDA NO VEICULO
       AVR-TELA.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "MAPA DE AVARIAS -"
                DISPLAY (01, 28) W-TITULO
                DISPLAY (01, 36) "- PLACA"
                DISPLAY (01, 44) W-PLACA
                MOVE 1 TO W-AREA.
       AVR-TELA-AREA.
                IF W-AREA < 9
                   COMPUTE W-LIN = W-AREA + 2
                   MOVE 01 TO W-COL
                ELSE
                   COMPUTE W-LIN = W-AREA - 6
                   MOVE 40 TO W-COL.
                DISPLAY (W-LIN, W-COL) W-AREA
                ADD 3 TO W-COL
                DISPLAY (W-LIN, W-COL) AVR-AREADESC (W-AREA)
                ADD 1 TO W-AREA
                IF W-AREA < 17
                   GO TO AVR-TELA-AREA.
                DISPLAY (12, 01) "AVARIAS AINDA NO VEICULO:"
                MOVE ZEROS TO W-ABERTAS
                MOVE 12 TO W-LIN
                MOVE W-PLACA TO AVR-PLACA
                MOVE ZEROS TO AVR-SEQ
                START AVARIA KEY IS NOT LESS THAN AVR-CHAVE
                IF ST-AVR NOT = "00"
                   GO TO AVR-TELA-TOT.
       AVR-TELA-LER.
                READ AVARIA NEXT RECORD
                IF ST-AVR NOT = "00"
                   GO TO AVR-TELA-TOT.
                IF AVR-PLACA NOT = W-PLACA
                   GO TO AVR-TELA-TOT.
                IF AVR-SITUACAO NOT = "A"
                   GO TO AVR-TELA-LER.
                ADD 1 TO W-ABERTAS
                IF W-ABERTAS < 6
                   ADD 1 TO W-LIN
                   DISPLAY (W-LIN, 01) AVR-AREA
                   DISPLAY (W-LIN, 04) AVR-AREADESC (AVR-AREA)
                   DISPLAY (W-LIN, 25) AVR-DESC.
                GO TO AVR-TELA-LER.
       AVR-TELA-TOT.
                IF W-ABERTAS = ZEROS
                   DISPLAY (13, 01) "NENHUMA".
                IF W-ABERTAS > 5
                   MOVE W-ABERTAS TO W-CNT-ED
                   DISPLAY (18, 01) "TOTAL AINDA NO VEICULO:"
                   DISPLAY (18, 25) W-CNT-ED.
                IF W-NOVAS > ZEROS
                   MOVE W-NOVAS TO W-CNT-ED
                   DISPLAY (21, 01) "AVARIAS NOVAS NESTA VISTORIA: "
                   DISPLAY (21, 31) W-CNT-ED.
       AVR-TELA-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DOS ITENS (VISTORIA.DAT)     *
      *****************************************
      *
       VIS-GRAVA.
                MOVE ZEROS TO W-IX.
       VIS-GRAVA-ITEM.
                ADD 1 TO W-IX
                IF W-IX > W-NITENS
                   GO TO VIS-GRAVA-FIM.
                MOVE W-VALOCHV       TO VIS-ALOCHAVE
                MOVE W-VMOMENTO      TO VIS-MOMENTO
                MOVE W-ITCOD (W-IX)  TO VIS-ITEM
                MOVE W-ITRESP (W-IX) TO VIS-RESP
                MOVE W-HOJE          TO VIS-DATA
                MOVE W-VOPER         TO VIS-OPERADOR
                WRITE REGVIS
                IF ST-VIS = "22"
                   REWRITE REGVIS.
                GO TO VIS-GRAVA-ITEM.
       VIS-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DAS AVARIAS NOVAS, NA        *
      * SEQUENCIA DO VEICULO (AVARIA.DAT)     *
      *****************************************
      *
       AVR-GRAVA.
                IF W-NOVAS = ZEROS
                   GO TO AVR-GRAVA-FIM.
                MOVE ZEROS TO W-ULTSEQ
                MOVE W-PLACA TO AVR-PLACA
                MOVE ZEROS TO AVR-SEQ
                START AVARIA KEY IS NOT LESS THAN AVR-CHAVE
                IF ST-AVR NOT = "00"
                   GO TO AVR-GRAVA-NOVA.
       AVR-GRAVA-ULT.
                READ AVARIA NEXT RECORD
                IF ST-AVR NOT = "00"
                   GO TO AVR-GRAVA-NOVA.
                IF AVR-PLACA NOT = W-PLACA
                   GO TO AVR-GRAVA-NOVA.
                MOVE AVR-SEQ TO W-ULTSEQ
                GO TO AVR-GRAVA-ULT.
       AVR-GRAVA-NOVA.
                MOVE ZEROS TO W-IX.
       AVR-GRAVA-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-NOVAS
                   GO TO AVR-GRAVA-FIM.
                MOVE SPACES TO REGAVR
                ADD 1 TO W-ULTSEQ
                MOVE W-PLACA          TO AVR-PLACA
                MOVE W-ULTSEQ         TO AVR-SEQ
                MOVE W-NVAREA (W-IX)  TO AVR-AREA
                MOVE W-NVDESC (W-IX)  TO AVR-DESC
                MOVE W-HOJE           TO AVR-DATA
                MOVE W-VMOMENTO       TO AVR-MOMENTO
                MOVE W-VALOCHV (8:8)  TO AVR-ALODATA
                MOVE W-VALOCHV (16:6) TO AVR-ALOHORA
      *        SO A AVARIA NOVA NO RETORNO E DO MOTORISTA
                IF W-VMOMENTO = "R"
                   MOVE W-VCPF TO AVR-CPF
                ELSE
                   MOVE ZEROS  TO AVR-CPF.
                MOVE "A"              TO AVR-SITUACAO
                MOVE ZEROS            TO AVR-SINDATA AVR-OSNUM
                MOVE W-VOPER          TO AVR-OPERADOR
                WRITE REGAVR
                GO TO AVR-GRAVA-LOOP.
       AVR-GRAVA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
       FIM-ROT-TEMPO.
