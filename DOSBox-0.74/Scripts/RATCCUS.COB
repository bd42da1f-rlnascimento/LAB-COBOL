       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATCCUS.
      **************************************
      *  RATEIO MENSAL DA FROTA POR CENTRO *
      *  DE CUSTO (ALOCA.DAT -> EXTRATOS   *
      *  E CONTABIL.TXT)                   *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM) E A TARIFA DA TABELA
      * (TARIFA.DAT). O JOB JUNTA OS CUSTOS DO MES E DISTRIBUI CADA UM
      * AO CENTRO DE CUSTO GRAVADO NA ALOCACAO (ALO-CCUSTO):
      *   ALOC - USO DO VEICULO: ALOCACOES FECHADAS NO MES, DIARIAS E
      *          KM PELA TARIFA (MESMA CONTA DO FATALOC)
      *   COMB - ABASTECIMENTOS DO MES (ABASTEC.DAT), PELA ALOCACAO
      *          QUE ESTAVA COM O VEICULO NA HORA DO ABASTECIMENTO
      *   PEDG - PEDAGIOS DA TAG DO MES JA ATRIBUIDOS PELO IMPPEDAG
      *          (PEDAGIO.DAT), PELA ALOCACAO DA PASSAGEM
      *   MULT - MULTAS COM INFRACAO NO MES (MULTA.DAT), PELA
      *          ALOCACAO QUE ESTAVA COM O VEICULO NO DIA
      * O QUE NAO CASA COM ALOCACAO (OU CASA COM ALOCACAO ANTERIOR AO
      * CENTRO DE CUSTO) FICA NO EXTRATO "SEM CENTRO", PARA A FROTA
      * RESOLVER. SAI UM EXTRATO POR CENTRO, CADA UM EM PAGINA NOVA NO
      * SPOOL, COM UMA LINHA POR PLACA E CONTA, EM RATCCUS.TXT. OS
      * MESMOS VALORES VAO PARA O CONTABIL.TXT DA COMPETENCIA COMO UM
      * LOTE PROPRIO (HEADER COM A ORIGEM "FROTA RATEIO CCUSTO",
      * DETALHES E TRAILER), ACRESCENTADO DEPOIS DO LOTE DO CONTABIL;
      * NO DETALHE, O CENTRO DE CUSTO VAI NAS POSICOES 24 A 29. O
      * CONTABIL DA COMPETENCIA TEM DE TER RODADO ANTES, E O RATEIO SO
      * ENTRA UMA VEZ POR COMPETENCIA. ABASTEC, PEDAGIO, MULTA E
      * CCUSTO SAO OPCIONAIS - SEM ELES A PARTE CORRESPONDENTE NAO
      * ENTRA (SEM O CCUSTO O EXTRATO SAI SEM O NOME DO CENTRO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALOS.
           COPY CPYTARS
               REPLACING ==ST-ERRO== BY ==ST-TAR==.
           COPY CPYABAS.
           COPY CPYPDGS.
           COPY CPYMLTS.
           COPY CPYCCUS.
           SELECT RATORD ASSIGN TO DISK.
           SELECT ARQCTB ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-CTB.
           SELECT RELRAT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALOR.
           COPY CPYTARR.
           COPY CPYABAR.
           COPY CPYPDGR.
           COPY CPYMLTR.
           COPY CPYCCUR.
      *
       SD  RATORD.
       01 REGORD.
                03 ORD-CCUSTO      PIC X(06).
                03 ORD-PLACA       PIC X(07).
                03 ORD-CONTA       PIC X(04).
                03 ORD-VALOR       PIC 9(08)V99.
      *
       FD  ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABIL.TXT".
       01 LINCTB                       PIC X(80).
      *
       FD  RELRAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RATCCUS.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ALO         PIC X(02) VALUE "00".
       77 ST-TAR         PIC X(02) VALUE "00".
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-PDG         PIC X(02) VALUE "00".
       77 ST-MUL         PIC X(02) VALUE "00".
       77 ST-CCU         PIC X(02) VALUE "00".
       77 ST-CTB         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-COMPET       PIC 9(06) VALUE ZEROS.
       77 W-TARSEL       PIC 9(01) VALUE ZEROS.
       77 W-CCUDISP      PIC X(01) VALUE "N".
       77 W-ORIGEM       PIC X(20) VALUE "FROTA RATEIO CCUSTO".
       77 W-CTBOK        PIC X(01) VALUE "N".
       77 W-CTBLINHAS    PIC 9(06) VALUE ZEROS.
       77 W-DIAS         PIC 9(04) VALUE ZEROS.
       77 W-KM           PIC 9(07) VALUE ZEROS.
       77 W-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 W-ACHCCU       PIC X(06) VALUE SPACES.
       77 W-QTDALOC      PIC 9(06) VALUE ZEROS.
       77 W-QTDCOMB      PIC 9(06) VALUE ZEROS.
       77 W-QTDPEDG      PIC 9(06) VALUE ZEROS.
       77 W-QTDMULT      PIC 9(06) VALUE ZEROS.
       77 W-SEMCENTRO    PIC 9(06) VALUE ZEROS.
       77 W-EXTRATOS     PIC 9(06) VALUE ZEROS.
       77 W-DETALHES     PIC 9(06) VALUE ZEROS.
       77 W-SOMAVAL      PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTCCU       PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTLIN       PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDLIN       PIC 9(05) VALUE ZEROS.
       77 W-CCUANT       PIC X(06) VALUE SPACES.
       77 W-PLACAANT     PIC X(07) VALUE SPACES.
       77 W-CONTAANT     PIC X(04) VALUE SPACES.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-CCUNOME      PIC X(30) VALUE SPACES.
       77 W-CCURESP      PIC X(35) VALUE SPACES.
       77 W-DESCONTA     PIC X(20) VALUE SPACES.
       77 W-QTD-ED       PIC ZZ.ZZ9.
       77 W-VAL-ED       PIC ZZ.ZZZ.ZZ9,99.
       77 W-TOT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATSAI       PIC 9(08) VALUE ZEROS.
       01 W-DATSAI-R REDEFINES W-DATSAI.
            03 W-SAI-ANO    PIC 9(04).
            03 W-SAI-MES    PIC 9(02).
            03 W-SAI-DIA    PIC 9(02).
       01 W-DATRET       PIC 9(08) VALUE ZEROS.
       01 W-DATRET-R REDEFINES W-DATRET.
            03 W-RET-ANO    PIC 9(04).
            03 W-RET-MES    PIC 9(02).
            03 W-RET-DIA    PIC 9(02).
      *        MOMENTO DO EVENTO: A ALOCACAO TEM DE TER SAIDO ATE
      *        W-MOMEVT E NAO PODE TER VOLTADO ANTES DE W-MOMINI (NO
      *        ABASTECIMENTO OS DOIS SAO A HORA DO EVENTO; NA MULTA,
      *        QUE SO TEM O DIA, O DIA INTEIRO)
       01 W-MOMEVT.
            03 W-MOMEVT-DATA PIC 9(08).
            03 W-MOMEVT-HORA PIC 9(06).
       01 W-MOMINI.
            03 W-MOMINI-DATA PIC 9(08).
            03 W-MOMINI-HORA PIC 9(06).
       01 W-MOMFIM.
            03 W-MOMFIM-DATA PIC 9(08).
            03 W-MOMFIM-HORA PIC 9(06).
      *
      *        LAYOUT FIXO DO CONTABIL.TXT (O MESMO DO CONTABIL), COM
      *        O CENTRO DE CUSTO NO DETALHE
       01 CTB-HEADER.
            03 FILLER       PIC X(01) VALUE "0".
            03 CH-COMPET    PIC 9(06).
            03 CH-ORIGEM    PIC X(20).
            03 FILLER       PIC X(53) VALUE SPACES.
       01 CTB-DETALHE.
            03 FILLER       PIC X(01) VALUE "1".
            03 CD-PLACA     PIC X(07).
            03 CD-CONTA     PIC X(04).
            03 CD-VALOR     PIC 9(09)V99.
            03 CD-CCUSTO    PIC X(06).
            03 FILLER       PIC X(51) VALUE SPACES.
       01 CTB-TRAILER.
            03 FILLER       PIC X(01) VALUE "9".
            03 CT-QTD       PIC 9(06).
            03 CT-SOMA      PIC 9(11)V99.
            03 FILLER       PIC X(60) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RATCCUS - RATEIO DA FROTA POR CENTRO DE CUSTO".
       RAT-MES.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           MOVE ZEROS TO W-COMPET
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
               GO TO RAT-MES.
       RAT-TAR.
           DISPLAY "CODIGO DA TARIFA (0-9): ".
           MOVE ZEROS TO W-TARSEL
           ACCEPT W-TARSEL.
           ACCEPT W-DATA FROM DATE YYYYMMDD.
           PERFORM RAT-CTBCHK THRU RAT-CTBCHK-FIM.
           IF W-CTBOK NOT = "S"
               GO TO ROT-FIM.
           PERFORM RAT-OP0 THRU RAT-OP0-FIM.
           SORT RATORD ON ASCENDING KEY ORD-CCUSTO
                      ON ASCENDING KEY ORD-PLACA
                      ON ASCENDING KEY ORD-CONTA
                      INPUT PROCEDURE RAT-SELECIONA
                                 THRU RAT-SELECIONA-FIM
                      OUTPUT PROCEDURE RAT-IMPRIME
                                 THRU RAT-IMPRIME-FIM.
           PERFORM RAT-RESUMO THRU RAT-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * O CONTABIL.TXT TEM DE SER O DA COMPETENCIA (HEADER DO
      * CONTABIL NA PRIMEIRA LINHA) E AINDA SEM O LOTE DO RATEIO
      *-----------------------------------------------------------------
       RAT-CTBCHK.
           MOVE "N" TO W-CTBOK
           OPEN INPUT ARQCTB
           IF ST-CTB NOT = "00"
               DISPLAY "CONTABIL.TXT NAO ENCONTRADO - RODE ANTES O"
                   " CONTABIL DA COMPETENCIA"
               GO TO RAT-CTBCHK-FIM.
       RAT-CTBCHK-LER.
           READ ARQCTB
               AT END GO TO RAT-CTBCHK-FECHA.
           ADD 1 TO W-CTBLINHAS
           IF W-CTBLINHAS = 1
               IF LINCTB (1:1) NOT = "0"
                  OR LINCTB (2:6) NOT = W-COMPET
                   DISPLAY "CONTABIL.TXT NAO E DA COMPETENCIA "
                       W-COMPET " - RODE ANTES O CONTABIL"
                   CLOSE ARQCTB
                   GO TO RAT-CTBCHK-FIM.
           IF LINCTB (1:1) = "0" AND LINCTB (8:20) = W-ORIGEM
               DISPLAY "O RATEIO DA COMPETENCIA " W-COMPET
                   " JA ESTA NO CONTABIL.TXT"
               CLOSE ARQCTB
               GO TO RAT-CTBCHK-FIM.
           GO TO RAT-CTBCHK-LER.
       RAT-CTBCHK-FECHA.
           CLOSE ARQCTB.
           IF W-CTBLINHAS = ZEROS
               DISPLAY "CONTABIL.TXT VAZIO - RODE ANTES O CONTABIL"
               GO TO RAT-CTBCHK-FIM.
           MOVE "S" TO W-CTBOK.
       RAT-CTBCHK-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS, TARIFA E HEADER DO LOTE
      *-----------------------------------------------------------------
       RAT-OP0.
           OPEN INPUT TARIFAS
           IF ST-TAR NOT = "00"
               DISPLAY "ERRO AO ABRIR TARIFA.DAT - ST=" ST-TAR
               GO TO ROT-FIM.
           MOVE W-TARSEL TO TAR-COD
           READ TARIFAS
           IF ST-TAR NOT = "00"
               DISPLAY "TARIFA " W-TARSEL " NAO CADASTRADA - USE O"
                   " CADTARIF"
               CLOSE TARIFAS
               GO TO ROT-FIM.
           OPEN INPUT ALOCA
           IF ST-ALO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALOCA.DAT - ST=" ST-ALO
               CLOSE TARIFAS
               GO TO ROT-FIM.
           OPEN INPUT CCUSTO
           IF ST-CCU = "00"
               MOVE "S" TO W-CCUDISP.
           OPEN OUTPUT RELRAT
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RATCCUS.TXT - ST=" ST-REL
               CLOSE TARIFAS ALOCA
               GO TO ROT-FIM.
           OPEN EXTEND ARQCTB
           IF ST-CTB NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTABIL.TXT - ST=" ST-CTB
               CLOSE TARIFAS ALOCA RELRAT
               GO TO ROT-FIM.
           MOVE "RATCCUS.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RATCCUS " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE TARIFAS ALOCA RELRAT ARQCTB
               GO TO ROT-FIM.
           MOVE W-COMPET TO CH-COMPET
           MOVE W-ORIGEM TO CH-ORIGEM
           MOVE CTB-HEADER TO LINCTB
           WRITE LINCTB.
       RAT-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SELECAO DOS CUSTOS DO MES, UM REGISTRO DE SORT POR EVENTO
      *-----------------------------------------------------------------
      *        USO: ALOCACOES FECHADAS NO MES (DIAS FORA A 30 POR MES,
      *        MINIMO DE UMA DIARIA, E KM RODADOS PELA TARIFA)
       RAT-SELECIONA.
           READ ALOCA NEXT RECORD
               AT END GO TO RAT-SELABA.
           IF ALO-DATARET = ZEROS
               GO TO RAT-SELECIONA.
           IF ALO-DATARET (1:6) NOT = W-COMPET
               GO TO RAT-SELECIONA.
           MOVE ALO-DATASAI TO W-DATSAI
           MOVE ALO-DATARET TO W-DATRET
           COMPUTE W-DIAS =
               (W-RET-ANO - W-SAI-ANO) * 360
               + (W-RET-MES - W-SAI-MES) * 30
               + W-RET-DIA - W-SAI-DIA
           IF W-DIAS < 1
               MOVE 1 TO W-DIAS.
           IF ALO-ODORET > ALO-ODOSAI
               COMPUTE W-KM = ALO-ODORET - ALO-ODOSAI
           ELSE
               MOVE ZEROS TO W-KM.
           COMPUTE W-VALOR = W-DIAS * TAR-VALORDIA
                           + W-KM * TAR-VALORKM.
           ADD 1 TO W-QTDALOC
           MOVE ALO-CCUSTO TO ORD-CCUSTO
           MOVE ALO-PLACA  TO ORD-PLACA
           MOVE "ALOC"     TO ORD-CONTA
           MOVE W-VALOR    TO ORD-VALOR
           PERFORM RAT-SOLTA THRU RAT-SOLTA-FIM.
           GO TO RAT-SELECIONA.
      *
      *        COMBUSTIVEL: ALOCACAO DA HORA DO ABASTECIMENTO
       RAT-SELABA.
           OPEN INPUT ABASTEC
           IF ST-ABA NOT = "00"
               GO TO RAT-SELPDG.
       RAT-SELABA-LER.
           READ ABASTEC NEXT RECORD
               AT END
                   CLOSE ABASTEC
                   GO TO RAT-SELPDG.
           IF ABA-DATA (1:6) NOT = W-COMPET
               GO TO RAT-SELABA-LER.
           MOVE ABA-DATA TO W-MOMEVT-DATA W-MOMINI-DATA
           MOVE ABA-HORA TO W-MOMEVT-HORA W-MOMINI-HORA
           MOVE ABA-PLACA TO ALO-PLACA
           PERFORM ALO-CASA THRU ALO-CASA-FIM
           ADD 1 TO W-QTDCOMB
           MOVE W-ACHCCU  TO ORD-CCUSTO
           MOVE ABA-PLACA TO ORD-PLACA
           MOVE "COMB"    TO ORD-CONTA
           MOVE ABA-VALOR TO ORD-VALOR
           PERFORM RAT-SOLTA THRU RAT-SOLTA-FIM.
           GO TO RAT-SELABA-LER.
      *
      *        PEDAGIOS: SO A PASSAGEM JA ATRIBUIDA (A); A EXCECAO
      *        (E) NAO TEM ALOCACAO E FICA SEM CENTRO
       RAT-SELPDG.
           OPEN INPUT PEDAGIO
           IF ST-PDG NOT = "00"
               GO TO RAT-SELMUL.
       RAT-SELPDG-LER.
           READ PEDAGIO NEXT RECORD
               AT END
                   CLOSE PEDAGIO
                   GO TO RAT-SELMUL.
           IF PDG-DATA (1:6) NOT = W-COMPET
               GO TO RAT-SELPDG-LER.
           MOVE SPACES TO W-ACHCCU
           IF PDG-SITUACAO = "A"
               MOVE PDG-PLACA  TO ALO-PLACA
               MOVE PDG-ALOSAI TO ALO-CHAVE (8:14)
               READ ALOCA
               IF ST-ALO = "00"
                   MOVE ALO-CCUSTO TO W-ACHCCU.
           ADD 1 TO W-QTDPEDG
           MOVE W-ACHCCU  TO ORD-CCUSTO
           MOVE PDG-PLACA TO ORD-PLACA
           MOVE "PEDG"    TO ORD-CONTA
           MOVE PDG-VALOR TO ORD-VALOR
           PERFORM RAT-SOLTA THRU RAT-SOLTA-FIM.
           GO TO RAT-SELPDG-LER.
      *
      *        MULTAS: ALOCACAO QUE ESTAVA COM O VEICULO NO DIA DA
      *        INFRACAO
       RAT-SELMUL.
           OPEN INPUT MULTA
           IF ST-MUL NOT = "00"
               GO TO RAT-SELECIONA-FIM.
       RAT-SELMUL-LER.
           READ MULTA NEXT RECORD
               AT END
                   CLOSE MULTA
                   GO TO RAT-SELECIONA-FIM.
           IF MUL-DATA (1:6) NOT = W-COMPET
               GO TO RAT-SELMUL-LER.
           MOVE MUL-DATA TO W-MOMEVT-DATA W-MOMINI-DATA
           MOVE 235959   TO W-MOMEVT-HORA
           MOVE ZEROS    TO W-MOMINI-HORA
           MOVE MUL-PLACA TO ALO-PLACA
           PERFORM ALO-CASA THRU ALO-CASA-FIM
           ADD 1 TO W-QTDMULT
           MOVE W-ACHCCU  TO ORD-CCUSTO
           MOVE MUL-PLACA TO ORD-PLACA
           MOVE "MULT"    TO ORD-CONTA
           MOVE MUL-VALOR TO ORD-VALOR
           PERFORM RAT-SOLTA THRU RAT-SOLTA-FIM.
           GO TO RAT-SELMUL-LER.
       RAT-SELECIONA-FIM.
           EXIT.
      *
       RAT-SOLTA.
           IF ORD-CCUSTO = SPACES
               ADD 1 TO W-SEMCENTRO.
           RELEASE REGORD.
       RAT-SOLTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CENTRO DE CUSTO DA ALOCACAO QUE ESTAVA COM A PLACA (ALO-PLACA)
      * NO MOMENTO DO EVENTO; A ULTIMA QUE CASAR VALE. ALOCACAO EM
      * ABERTO CONTA ATE O FIM DE HOJE.
      *-----------------------------------------------------------------
       ALO-CASA.
           MOVE SPACES TO W-ACHCCU
           MOVE ZEROS TO ALO-DATASAI ALO-HORASAI
           MOVE ALO-PLACA TO W-PLACAANT
           START ALOCA KEY IS NOT LESS THAN ALO-CHAVE
           IF ST-ALO NOT = "00"
               GO TO ALO-CASA-FIM.
       ALO-CASA-LER.
           READ ALOCA NEXT RECORD
           IF ST-ALO NOT = "00"
               GO TO ALO-CASA-FIM.
           IF ALO-PLACA NOT = W-PLACAANT
               GO TO ALO-CASA-FIM.
           IF ALO-CHAVE (8:14) > W-MOMEVT
               GO TO ALO-CASA-FIM.
           IF ALO-DATARET = ZEROS
               MOVE W-DATA TO W-MOMFIM-DATA
               MOVE 235959 TO W-MOMFIM-HORA
           ELSE
               MOVE ALO-DATARET TO W-MOMFIM-DATA
               MOVE ALO-HORARET TO W-MOMFIM-HORA.
           IF W-MOMINI NOT > W-MOMFIM
               MOVE ALO-CCUSTO TO W-ACHCCU.
           GO TO ALO-CASA-LER.
       ALO-CASA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM EXTRATO POR CENTRO (PAGINA NOVA), UMA LINHA E UM
      * LANCAMENTO CONTABIL POR PLACA E CONTA
      *-----------------------------------------------------------------
       RAT-IMPRIME.
           MOVE SPACES TO W-PLACAANT
           MOVE "S" TO W-PRIMEIRO.
       RAT-IMPRIME-LER.
           RETURN RATORD AT END
               PERFORM RAT-LINHA THRU RAT-LINHA-FIM
               PERFORM RAT-FECHA THRU RAT-FECHA-FIM
               GO TO RAT-IMPRIME-FIM.
           IF W-PRIMEIRO = "S" OR ORD-CCUSTO NOT = W-CCUANT
               PERFORM RAT-LINHA THRU RAT-LINHA-FIM
               PERFORM RAT-FECHA THRU RAT-FECHA-FIM
               PERFORM RAT-ABRE THRU RAT-ABRE-FIM
           ELSE
               IF ORD-PLACA NOT = W-PLACAANT
                  OR ORD-CONTA NOT = W-CONTAANT
                   PERFORM RAT-LINHA THRU RAT-LINHA-FIM.
           MOVE ORD-PLACA TO W-PLACAANT
           MOVE ORD-CONTA TO W-CONTAANT
           ADD 1 TO W-QTDLIN
           ADD ORD-VALOR TO W-TOTLIN.
           GO TO RAT-IMPRIME-LER.
       RAT-IMPRIME-FIM.
           EXIT.
      *
      *        CABECALHO DO EXTRATO DO CENTRO
       RAT-ABRE.
           ADD 1 TO W-EXTRATOS
           MOVE ORD-CCUSTO TO W-CCUANT
           MOVE ZEROS TO W-TOTCCU
           MOVE SPACES TO W-CCUNOME W-CCURESP
           IF W-CCUANT = SPACES
               MOVE "SEM CENTRO - ACERTAR NA FROTA" TO W-CCUNOME
           ELSE
               IF W-CCUDISP = "S"
                   MOVE W-CCUANT TO CCU-COD
                   READ CCUSTO
                   IF ST-CCU = "00"
                       MOVE CCU-NOME TO W-CCUNOME
                       MOVE CCU-RESP TO W-CCURESP
                   ELSE
                       MOVE "CENTRO NAO CADASTRADO" TO W-CCUNOME.
           MOVE SPACES TO LINREL
           STRING "EXTRATO DE RATEIO DA FROTA - COMPETENCIA "
                  W-COMPET
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
           MOVE SPACES TO LINREL
           STRING "CENTRO DE CUSTO: " W-CCUANT " " W-CCUNOME
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "RESPONSAVEL....: " W-CCURESP
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PLACA   CONTA DESCRICAO              QTDE"
                  "          VALOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE SPACES TO W-PLACAANT W-CONTAANT.
       RAT-ABRE-FIM.
           EXIT.
      *
      *        LINHA DA PLACA/CONTA ACUMULADA E O SEU LANCAMENTO NO
      *        CONTABIL.TXT
       RAT-LINHA.
           IF W-QTDLIN = ZEROS
               GO TO RAT-LINHA-FIM.
           IF W-CONTAANT = "ALOC"
               MOVE "USO DO VEICULO" TO W-DESCONTA.
           IF W-CONTAANT = "COMB"
               MOVE "COMBUSTIVEL" TO W-DESCONTA.
           IF W-CONTAANT = "PEDG"
               MOVE "PEDAGIOS (TAG)" TO W-DESCONTA.
           IF W-CONTAANT = "MULT"
               MOVE "MULTAS" TO W-DESCONTA.
           MOVE W-QTDLIN TO W-QTD-ED
           MOVE W-TOTLIN TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING W-PLACAANT " " W-CONTAANT "  " W-DESCONTA " "
                  W-QTD-ED " " W-VAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE W-PLACAANT TO CD-PLACA
           MOVE W-CONTAANT TO CD-CONTA
           MOVE W-TOTLIN   TO CD-VALOR
           MOVE W-CCUANT   TO CD-CCUSTO
           MOVE CTB-DETALHE TO LINCTB
           WRITE LINCTB
           ADD 1 TO W-DETALHES
           ADD W-TOTLIN TO W-SOMAVAL W-TOTCCU
           MOVE ZEROS TO W-QTDLIN W-TOTLIN.
       RAT-LINHA-FIM.
           EXIT.
      *
      *        TOTAL DO EXTRATO
       RAT-FECHA.
           IF W-PRIMEIRO = "S"
               GO TO RAT-FECHA-FIM.
           MOVE W-TOTCCU TO W-TOT-ED
           MOVE SPACES TO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  TOTAL DO CENTRO DE CUSTO......: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
       RAT-FECHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TRAILER DO LOTE E RESUMO FINAL
      *-----------------------------------------------------------------
       RAT-RESUMO.
           MOVE W-DETALHES TO CT-QTD
           MOVE W-SOMAVAL  TO CT-SOMA
           MOVE CTB-TRAILER TO LINCTB
           WRITE LINCTB.
           MOVE SPACES TO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ALOCACOES: " W-QTDALOC
                  "  ABASTECIMENTOS: " W-QTDCOMB
                  "  PEDAGIOS: " W-QTDPEDG
                  "  MULTAS: " W-QTDMULT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EVENTOS SEM CENTRO DE CUSTO.....: " W-SEMCENTRO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           MOVE W-SOMAVAL TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "EXTRATOS: " W-EXTRATOS
                  "  LANCAMENTOS: " W-DETALHES
                  "  TOTAL: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAT-IMP THRU RAT-IMP-FIM.
           CLOSE TARIFAS ALOCA RELRAT ARQCTB IMPRESSORA.
           IF W-CCUDISP = "S"
               CLOSE CCUSTO.
           DISPLAY "RATCCUS - EXTRATOS GERADOS EM RATCCUS.TXT".
           DISPLAY "EXTRATOS EMITIDOS......: " W-EXTRATOS.
           DISPLAY "LANCAMENTOS NO CONTABIL: " W-DETALHES.
           DISPLAY "EVENTOS SEM CENTRO.....: " W-SEMCENTRO.
       RAT-RESUMO-FIM.
           EXIT.
      *
       RAT-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RAT-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
