       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBCO.
      **************************************
      *  IMPORTACAO DO EXTRATO BANCARIO E  *
      *  CONCILIACAO AUTOMATICA            *
      *  (EXTRATO.TXT -> EXTRATO.DAT)      *
      **************************************
      *----------------------------------------------------------------
      * LE O EXTRATO DO DIA (OU DO PERIODO) DEVOLVIDO PELO BANCO, JA NO
      * LAYOUT FIXO (CNAB DE EXTRATO OU OFX CONVERTIDO):
      *   TIPO 0 (HEADER)  : "0" + AGENCIA (6) + CONTA (12) + DATA
      *                      INICIAL + DATA FINAL (AAAAMMDD) + SALDO
      *                      INICIAL (11 INTEIROS E 2 DECIMAIS) + C/D
      *   TIPO 1 (DETALHE) : "1" + DATA + C/D + VALOR (11+2) +
      *                      DOCUMENTO (12) + HISTORICO (25)
      *   TIPO 9 (TRAILER) : "9" + QUANTIDADE + SALDO FINAL (11+2) + C/D
      * A CONTA E ACHADA NO BANCO.DAT PELA AGENCIA E NUMERO. EXTRATO
      * QUE COMECA ANTES DO FIM DO ULTIMO JA IMPORTADO DA CONTA E
      * RECUSADO (NADA E GRAVADO DUAS VEZES).
      * CADA LANCAMENTO VAI PARA O EXTRATO.DAT E E CASADO COM O LIVRO,
      * PELO VALOR EXATO E COM A DATA DO LIVRO ATE CNCDIAS DIAS ANTES
      * DA DATA DO BANCO (PARAMET.DAT, PADRAO 3):
      *   CREDITO NA CONTA DE COBRANCA (CNCBANCO, PADRAO 01) - PRIMEIRO
      *     O CREDITO DE BOLETOS DO DIA (BOLCRED.DAT, DO BOLRET), DEPOIS
      *     O DEPOSITO DE UMA SESSAO DE CAIXA FECHADA (CONTADO MENOS O
      *     FUNDO DE TROCO, CAIXA.DAT) E, POR ULTIMO, O DEPOSITO DE
      *     TODAS AS SESSOES DE UM MESMO DIA;
      *   DEBITO - CONTA A PAGAR PAGA PELO BANCO DESSA CONTA (PAGAR.DAT,
      *     FORMA B).
      * O QUE CASOU FICA MARCADO DOS DOIS LADOS (EXT-SITUACAO C E A
      * DATA DO EXTRATO EM BCR-CONCIL / CXA-CONCIL / PAG-CONCIL). O
      * LANCAMENTO SEM PAR VAI PARA AS PENDENCIAS (CONCPEN.DAT, LADO
      * E), E AS PENDENCIAS DE EXTRATOS ANTERIORES SAO TENTADAS DE
      * NOVO. NO FIM, O MOVIMENTO DO LIVRO DESDE A ULTIMA CONCILIACAO
      * (BCO-DTCONC) QUE JA DEVIA TER APARECIDO NO BANCO (ATE CNCDIAS
      * DIAS ANTES DO FIM DO EXTRATO) E NAO APARECEU VIRA PENDENCIA DO
      * LADO L. O OPERADOR RESOLVE AS PENDENCIAS NO CADCONC E O
      * RELCONC FECHA O MES.
      * ARQUIVOS: CONCBCO.TXT E O SPOOL CONCBCO.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEXT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-ARQ.
           COPY CPYBCOS.
           COPY CPYEXTS.
           COPY CPYPENS.
           COPY CPYBCRS.
           COPY CPYCXAS.
           COPY CPYPAGS.
           SELECT RELCNC ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 LINEXT.
                03 EX-TIPO         PIC X(01).
                03 EX-DATA         PIC 9(08).
                03 EX-DC           PIC X(01).
                03 EX-VALOR        PIC 9(11)V99.
                03 EX-DOCTO        PIC X(12).
                03 EX-HIST         PIC X(25).
                03 FILLER          PIC X(20).
       01 LINEXT-H.
                03 FILLER          PIC X(01).
                03 EH-AGENCIA      PIC X(06).
                03 EH-CONTA        PIC X(12).
                03 EH-DATAINI      PIC 9(08).
                03 EH-DATAFIM      PIC 9(08).
                03 EH-SALDO        PIC 9(11)V99.
                03 EH-DC           PIC X(01).
                03 FILLER          PIC X(31).
       01 LINEXT-T.
                03 FILLER          PIC X(01).
                03 ET-QTD          PIC 9(06).
                03 ET-SALDO        PIC 9(11)V99.
                03 ET-DC           PIC X(01).
                03 FILLER          PIC X(59).
      *
           COPY CPYBCOR.
           COPY CPYEXTR.
           COPY CPYPENR.
           COPY CPYBCRR.
           COPY CPYCXAR.
           COPY CPYPAGR.
      *
       FD  RELCNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCBCO.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ARQ         PIC X(02) VALUE "00".
       77 ST-BCO         PIC X(02) VALUE "00".
       77 ST-EXT         PIC X(02) VALUE "00".
       77 ST-PEN         PIC X(02) VALUE "00".
       77 ST-BCR         PIC X(02) VALUE "00".
       77 ST-CXA         PIC X(02) VALUE "00".
       77 ST-PAG         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-BCOCOB       PIC 9(02) VALUE 1.
       77 W-TOLER        PIC 9(02) VALUE 3.
       77 W-HOJE8        PIC 9(08) VALUE ZEROS.
       77 W-BANCO        PIC 9(02) VALUE ZEROS.
       77 W-DTCONC       PIC 9(08) VALUE ZEROS.
       77 W-ULTFIM       PIC 9(08) VALUE ZEROS.
       77 W-DATAINI      PIC 9(08) VALUE ZEROS.
       77 W-DATAFIM      PIC 9(08) VALUE ZEROS.
       77 W-DATAANT      PIC 9(08) VALUE ZEROS.
       77 W-SEQ          PIC 9(04) VALUE ZEROS.
       77 W-SALINI       PIC S9(11)V99 VALUE ZEROS.
       77 W-SALFIM       PIC S9(11)V99 VALUE ZEROS.
       77 W-SALCALC      PIC S9(11)V99 VALUE ZEROS.
       77 W-TEMTRAILER   PIC X(01) VALUE "N".
       77 W-QTDTRAILER   PIC 9(06) VALUE ZEROS.
       77 W-DETALHES     PIC 9(06) VALUE ZEROS.
       77 W-CASADOS      PIC 9(06) VALUE ZEROS.
       77 W-PENDENTES    PIC 9(06) VALUE ZEROS.
       77 W-RECASADOS    PIC 9(06) VALUE ZEROS.
       77 W-LIVPEND      PIC 9(06) VALUE ZEROS.
       77 W-CASOU        PIC X(01) VALUE "N".
       77 W-DN           PIC 9(07) VALUE ZEROS.
       77 W-DNEXT        PIC 9(07) VALUE ZEROS.
       77 W-DNMIN        PIC 9(07) VALUE ZEROS.
       77 W-DNLIM        PIC 9(07) VALUE ZEROS.
       77 W-DEPOSITO     PIC S9(09)V99 VALUE ZEROS.
       77 W-IX           PIC 9(02) VALUE ZEROS.
       77 W-QTDDIA       PIC 9(02) VALUE ZEROS.
       77 W-DIACASA      PIC 9(08) VALUE ZEROS.
       77 W-VAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-SAL-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-HOJE.
            03 W-HOJE-ANO    PIC 9(04).
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
       01 W-DNDATA.
            03 W-DNANO       PIC 9(04).
            03 W-DNMES       PIC 9(02).
            03 W-DNDIA       PIC 9(02).
       01 W-DNDATA8 REDEFINES W-DNDATA PIC 9(08).
       01 W-REFLIV.
            03 W-REFORIG     PIC X(03).
            03 W-REFCHV      PIC X(37).
      *        DEPOSITO DO DIA: SOMA DAS SESSOES FECHADAS POR DATA
       01 W-TABDIA.
            03 W-DIAITEM OCCURS 10 TIMES.
                05 W-DIADATA    PIC 9(08).
                05 W-DIASOMA    PIC S9(09)V99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONCBCO - EXTRATO BANCARIO E CONCILIACAO".
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-HOJE8
           PERFORM CNC-PARAM THRU CNC-PARAM-FIM.
           PERFORM CNC-OP0 THRU CNC-OP0-FIM.
           PERFORM CNC-HEADER THRU CNC-HEADER-FIM.
           PERFORM CNC-LER THRU CNC-LER-FIM.
           PERFORM CNC-TRAILER THRU CNC-TRAILER-FIM.
           PERFORM CNC-REPENDE THRU CNC-REPENDE-FIM.
           PERFORM CNC-LIVRO THRU CNC-LIVRO-FIM.
           PERFORM CNC-RESUMO THRU CNC-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * CONTA DE COBRANCA E TOLERANCIA DE DIAS
      *-----------------------------------------------------------------
       CNC-PARAM.
           MOVE "CNCBANCO" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
              AND W-PARVALOR < 100
               MOVE W-PARVALOR TO W-BCOCOB.
           MOVE "CNCDIAS" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR < 10
               MOVE W-PARVALOR TO W-TOLER.
       CNC-PARAM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS
      *-----------------------------------------------------------------
       CNC-OP0.
           OPEN INPUT ARQEXT
           IF ST-ARQ NOT = "00"
               DISPLAY "EXTRATO.TXT NAO ENCONTRADO - ST=" ST-ARQ
               GO TO ROT-FIM.
           OPEN INPUT BANCO
           IF ST-BCO NOT = "00"
               DISPLAY "ERRO AO ABRIR BANCO.DAT - ST=" ST-BCO
               CLOSE ARQEXT
               GO TO ROT-FIM.
           OPEN I-O EXTRATO
           IF ST-EXT = "30" OR ST-EXT = "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN I-O EXTRATO.
           OPEN I-O CONCPEN
           IF ST-PEN = "30" OR ST-PEN = "35"
               OPEN OUTPUT CONCPEN
               CLOSE CONCPEN
               OPEN I-O CONCPEN.
           OPEN I-O BOLCRED
           IF ST-BCR = "30" OR ST-BCR = "35"
               OPEN OUTPUT BOLCRED
               CLOSE BOLCRED
               OPEN I-O BOLCRED.
           OPEN I-O CAIXA
           IF ST-CXA = "30" OR ST-CXA = "35"
               OPEN OUTPUT CAIXA
               CLOSE CAIXA
               OPEN I-O CAIXA.
           OPEN I-O PAGAR
           IF ST-PAG = "30" OR ST-PAG = "35"
               OPEN OUTPUT PAGAR
               CLOSE PAGAR
               OPEN I-O PAGAR.
           IF ST-EXT NOT = "00" OR ST-PEN NOT = "00"
              OR ST-BCR NOT = "00" OR ST-CXA NOT = "00"
              OR ST-PAG NOT = "00"
               DISPLAY "ERRO NA ABERTURA - EXTRATO " ST-EXT
                   " CONCPEN " ST-PEN " BOLCRED " ST-BCR
                   " CAIXA " ST-CXA " PAGAR " ST-PAG
               GO TO ROT-FIM.
           OPEN OUTPUT RELCNC
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR CONCBCO.TXT - ST=" ST-REL
               GO TO ROT-FIM.
           MOVE "CONCBCO.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "CONCBCO " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               GO TO ROT-FIM.
       CNC-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * HEADER: CONTA NO BANCO.DAT, PERIODO NOVO E CABECALHO GRAVADO
      *-----------------------------------------------------------------
       CNC-HEADER.
           READ ARQEXT
               AT END
                   DISPLAY "EXTRATO.TXT VAZIO"
                   GO TO ROT-FIM.
           IF EX-TIPO NOT = "0"
               DISPLAY "EXTRATO.TXT SEM HEADER NA PRIMEIRA LINHA"
               GO TO ROT-FIM.
       CNC-HEADER-BCO.
           READ BANCO NEXT RECORD
               AT END
                   DISPLAY "AGENCIA " EH-AGENCIA " CONTA " EH-CONTA
                       " NAO CADASTRADA NO CADBANCO"
                   GO TO ROT-FIM.
           IF BCO-AGENCIA NOT = EH-AGENCIA OR BCO-CONTA NOT = EH-CONTA
               GO TO CNC-HEADER-BCO.
           MOVE BCO-COD    TO W-BANCO
           MOVE BCO-DTCONC TO W-DTCONC
           MOVE EH-DATAINI TO W-DATAINI
           MOVE EH-DATAFIM TO W-DATAFIM
           IF EH-DC = "D"
               COMPUTE W-SALINI = 0 - EH-SALDO
           ELSE
               MOVE EH-SALDO TO W-SALINI.
           MOVE W-SALINI TO W-SALCALC
      *        FIM DO ULTIMO EXTRATO JA IMPORTADO DA CONTA
           MOVE W-BANCO TO EXT-BANCO
           MOVE ZEROS   TO EXT-DATA EXT-SEQ
           START EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
               INVALID KEY GO TO CNC-HEADER-GRAVA.
       CNC-HEADER-ULT.
           READ EXTRATO NEXT RECORD
               AT END GO TO CNC-HEADER-GRAVA.
           IF EXT-BANCO NOT = W-BANCO
               GO TO CNC-HEADER-GRAVA.
           IF EXT-SEQ = ZEROS AND EXH-DATAFIM > W-ULTFIM
               MOVE EXH-DATAFIM TO W-ULTFIM.
           GO TO CNC-HEADER-ULT.
       CNC-HEADER-GRAVA.
           IF W-DATAINI NOT > W-ULTFIM
               DISPLAY "EXTRATO COMECA EM " W-DATAINI
                   " MAS A CONTA JA TEM EXTRATO ATE " W-ULTFIM
               DISPLAY "NADA FOI IMPORTADO"
               GO TO ROT-FIM.
           MOVE SPACES     TO REGEXTH
           MOVE W-BANCO    TO EXT-BANCO
           MOVE W-DATAINI  TO EXT-DATA
           MOVE ZEROS      TO EXT-SEQ
           MOVE "H"        TO EXH-TIPO
           MOVE W-DATAFIM  TO EXH-DATAFIM
           MOVE W-SALINI   TO EXH-SALINI
           MOVE ZEROS      TO EXH-SALFIM
           WRITE REGEXTH
           IF ST-EXT NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO EXTRATO.DAT - ST=" ST-EXT
               GO TO ROT-FIM.
           MOVE W-DATAINI TO W-DATAANT
           MOVE SPACES TO LINREL
           STRING "EXTRATO DA CONTA " W-BANCO " - " BCO-NOME
                  " DE " W-DATAINI " A " W-DATAFIM
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DATA     C/D           VALOR HISTORICO"
                  "                 RESULTADO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
       CNC-HEADER-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LANCAMENTOS: GRAVA, TENTA CASAR, SENAO VIRA PENDENCIA
      *-----------------------------------------------------------------
       CNC-LER.
           READ ARQEXT
               AT END GO TO CNC-LER-FIM.
           IF EX-TIPO = "9"
               MOVE "S" TO W-TEMTRAILER
               MOVE ET-QTD TO W-QTDTRAILER
               IF ET-DC = "D"
                   COMPUTE W-SALFIM = 0 - ET-SALDO
               ELSE
                   MOVE ET-SALDO TO W-SALFIM.
           IF EX-TIPO NOT = "1"
               GO TO CNC-LER.
           ADD 1 TO W-DETALHES
           IF EX-DC = "D"
               SUBTRACT EX-VALOR FROM W-SALCALC
           ELSE
               ADD EX-VALOR TO W-SALCALC.
           IF EX-DATA NOT = W-DATAANT
               MOVE EX-DATA TO W-DATAANT
               MOVE ZEROS TO W-SEQ.
           MOVE SPACES     TO REGEXT
           MOVE W-BANCO    TO EXT-BANCO
           MOVE EX-DATA    TO EXT-DATA
           MOVE EX-DC      TO EXT-TIPO
           MOVE EX-VALOR   TO EXT-VALOR
           MOVE EX-DOCTO   TO EXT-DOCTO
           MOVE EX-HIST    TO EXT-HIST
           MOVE "P"        TO EXT-SITUACAO
           MOVE ZEROS      TO EXT-DATALIV
           MOVE W-HOJE8    TO EXT-DATAIMP.
       CNC-LER-SEQ.
           ADD 1 TO W-SEQ
           MOVE W-SEQ TO EXT-SEQ
           WRITE REGEXT
           IF ST-EXT = "22"
               GO TO CNC-LER-SEQ.
           IF ST-EXT NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO EXTRATO.DAT - ST=" ST-EXT
                   " " EXT-CHAVE
               GO TO CNC-LER.
           PERFORM CNC-CASA THRU CNC-CASA-FIM.
           MOVE EXT-VALOR TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING EXT-DATA " " EXT-TIPO " " W-VAL-ED " " EXT-HIST
                  DELIMITED BY SIZE INTO LINREL
           IF W-CASOU = "S"
               ADD 1 TO W-CASADOS
               MOVE EXT-ORIGEM TO LINREL (67:3)
               MOVE "OK"       TO LINREL (71:2)
           ELSE
               ADD 1 TO W-PENDENTES
               MOVE "PENDENTE" TO LINREL (67:8)
               PERFORM CNC-PENEXT THRU CNC-PENEXT-FIM.
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           GO TO CNC-LER.
       CNC-LER-FIM.
           EXIT.
      *
      *        PENDENCIA DO LADO DO EXTRATO PARA O LANCAMENTO EM REGEXT
       CNC-PENEXT.
           MOVE SPACES     TO REGPEN
           MOVE W-BANCO    TO PEN-BANCO
           MOVE "E"        TO PEN-LADO
           MOVE EXT-CHAVE  TO PEN-REF
           MOVE EXT-DATA   TO PEN-DATA
           MOVE EXT-TIPO   TO PEN-TIPO
           MOVE EXT-VALOR  TO PEN-VALOR
           MOVE EXT-HIST   TO PEN-DESC
           MOVE "A"        TO PEN-SITUACAO
           MOVE ZEROS      TO PEN-MOTIVO PEN-DATARES
           MOVE W-HOJE8    TO PEN-DATAINC
           WRITE REGPEN
           IF ST-PEN NOT = "00" AND ST-PEN NOT = "22"
               DISPLAY "ERRO NA GRAVACAO DO CONCPEN.DAT - ST=" ST-PEN
                   " " EXT-CHAVE.
       CNC-PENEXT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CASAMENTO DO LANCAMENTO EM REGEXT COM O LIVRO; SE CASOU, GRAVA
      * A SITUACAO C NO EXTRATO E A DATA NO MOVIMENTO DO LIVRO
      *-----------------------------------------------------------------
       CNC-CASA.
           MOVE "N" TO W-CASOU
           MOVE EXT-DATA TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           MOVE W-DN TO W-DNEXT
           COMPUTE W-DNMIN = W-DNEXT - W-TOLER
           IF EXT-TIPO = "D"
               PERFORM CNC-CASAPAG THRU CNC-CASAPAG-FIM
               GO TO CNC-CASA-GRAVA.
           IF EXT-BANCO NOT = W-BCOCOB
               GO TO CNC-CASA-FIM.
           PERFORM CNC-CASABOL THRU CNC-CASABOL-FIM.
           IF W-CASOU NOT = "S"
               PERFORM CNC-CASACXA THRU CNC-CASACXA-FIM.
           IF W-CASOU NOT = "S"
               PERFORM CNC-CASADIA THRU CNC-CASADIA-FIM.
       CNC-CASA-GRAVA.
           IF W-CASOU NOT = "S"
               GO TO CNC-CASA-FIM.
           MOVE "C" TO EXT-SITUACAO
           REWRITE REGEXT
           IF ST-EXT NOT = "00"
               DISPLAY "ERRO NA REGRAVACAO DO EXTRATO.DAT - ST="
                   ST-EXT " " EXT-CHAVE.
       CNC-CASA-FIM.
           EXIT.
      *
      *        DIA COMERCIAL (ANO DE 360, MES DE 30) DE W-DNDATA
       CNC-DN.
           COMPUTE W-DN = W-DNANO * 360 + W-DNMES * 30 + W-DNDIA.
       CNC-DN-FIM.
           EXIT.
      *
      *        DEBITO: CONTA A PAGAR PAGA PELO BANCO DESTA CONTA
       CNC-CASAPAG.
           MOVE LOW-VALUES TO PAG-CHAVE
           START PAGAR KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY GO TO CNC-CASAPAG-FIM.
       CNC-CASAPAG-LER.
           READ PAGAR NEXT RECORD
               AT END GO TO CNC-CASAPAG-FIM.
           IF PAG-SITUACAO NOT = "P" OR PAG-FORMA NOT = "B"
              OR PAG-BANCO NOT = EXT-BANCO OR PAG-CONCIL NOT = ZEROS
              OR PAG-VALOR NOT = EXT-VALOR
               GO TO CNC-CASAPAG-LER.
           MOVE PAG-DATAPAG TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           IF W-DN < W-DNMIN OR W-DN > W-DNEXT
               GO TO CNC-CASAPAG-LER.
           MOVE EXT-DATA TO PAG-CONCIL
           REWRITE REGPAG
           MOVE "S"         TO W-CASOU
           MOVE "PAG"       TO EXT-ORIGEM W-REFORIG
           MOVE PAG-CHAVE   TO W-REFCHV
           MOVE W-REFLIV    TO EXT-REF
           MOVE PAG-DATAPAG TO EXT-DATALIV
           PERFORM CNC-TIRAPEN THRU CNC-TIRAPEN-FIM.
       CNC-CASAPAG-FIM.
           EXIT.
      *
      *        CREDITO: BOLETOS PAGOS NUM DIA (BOLRET)
       CNC-CASABOL.
           MOVE ZEROS TO BCR-DATA
           START BOLCRED KEY IS NOT LESS THAN BCR-DATA
               INVALID KEY GO TO CNC-CASABOL-FIM.
       CNC-CASABOL-LER.
           READ BOLCRED NEXT RECORD
               AT END GO TO CNC-CASABOL-FIM.
           IF BCR-CONCIL NOT = ZEROS OR BCR-VALOR NOT = EXT-VALOR
               GO TO CNC-CASABOL-LER.
           MOVE BCR-DATA TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           IF W-DN < W-DNMIN OR W-DN > W-DNEXT
               GO TO CNC-CASABOL-LER.
           MOVE EXT-DATA TO BCR-CONCIL
           REWRITE REGBCR
           MOVE "S"      TO W-CASOU
           MOVE "BOL"    TO EXT-ORIGEM W-REFORIG
           MOVE SPACES   TO W-REFCHV
           MOVE BCR-DATA TO W-REFCHV
           MOVE W-REFLIV TO EXT-REF
           MOVE BCR-DATA TO EXT-DATALIV
           PERFORM CNC-TIRAPEN THRU CNC-TIRAPEN-FIM.
       CNC-CASABOL-FIM.
           EXIT.
      *
      *        CREDITO: DEPOSITO DE UMA SESSAO DE CAIXA FECHADA
       CNC-CASACXA.
           MOVE LOW-VALUES TO CXA-CHAVE
           START CAIXA KEY IS NOT LESS THAN CXA-CHAVE
               INVALID KEY GO TO CNC-CASACXA-FIM.
       CNC-CASACXA-LER.
           READ CAIXA NEXT RECORD
               AT END GO TO CNC-CASACXA-FIM.
           IF CXA-SITUACAO NOT = "F" OR CXA-CONCIL NOT = ZEROS
               GO TO CNC-CASACXA-LER.
           COMPUTE W-DEPOSITO = CXA-CONTADO - CXA-FUNDO
           IF W-DEPOSITO NOT = EXT-VALOR
               GO TO CNC-CASACXA-LER.
           MOVE CXA-DATA TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           IF W-DN < W-DNMIN OR W-DN > W-DNEXT
               GO TO CNC-CASACXA-LER.
           MOVE EXT-DATA TO CXA-CONCIL
           REWRITE REGCXA
           MOVE "S"       TO W-CASOU
           MOVE "CXA"     TO EXT-ORIGEM
           PERFORM CNC-REFCXA THRU CNC-REFCXA-FIM.
           MOVE W-REFLIV  TO EXT-REF
           MOVE CXA-DATA  TO EXT-DATALIV
           PERFORM CNC-TIRAPEN THRU CNC-TIRAPEN-FIM.
       CNC-CASACXA-FIM.
           EXIT.
      *
       CNC-REFCXA.
           MOVE "CXA"    TO W-REFORIG
           MOVE SPACES   TO W-REFCHV
           MOVE CXA-CHAVE TO W-REFCHV.
       CNC-REFCXA-FIM.
           EXIT.
      *
      *        CREDITO: DEPOSITO DE TODAS AS SESSOES DE UM MESMO DIA
       CNC-CASADIA.
           MOVE ZEROS TO W-QTDDIA W-TABDIA W-DIACASA
           MOVE LOW-VALUES TO CXA-CHAVE
           START CAIXA KEY IS NOT LESS THAN CXA-CHAVE
               INVALID KEY GO TO CNC-CASADIA-FIM.
       CNC-CASADIA-LER.
           READ CAIXA NEXT RECORD
               AT END GO TO CNC-CASADIA-ACHA.
           IF CXA-SITUACAO NOT = "F" OR CXA-CONCIL NOT = ZEROS
               GO TO CNC-CASADIA-LER.
           MOVE CXA-DATA TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           IF W-DN < W-DNMIN OR W-DN > W-DNEXT
               GO TO CNC-CASADIA-LER.
           MOVE 1 TO W-IX.
       CNC-CASADIA-TAB.
           IF W-IX > W-QTDDIA
               IF W-QTDDIA < 10
                   ADD 1 TO W-QTDDIA
                   MOVE W-QTDDIA TO W-IX
                   MOVE CXA-DATA TO W-DIADATA (W-IX)
               ELSE
                   GO TO CNC-CASADIA-LER.
           IF W-DIADATA (W-IX) NOT = CXA-DATA
               ADD 1 TO W-IX
               GO TO CNC-CASADIA-TAB.
           COMPUTE W-DIASOMA (W-IX) = W-DIASOMA (W-IX)
               + CXA-CONTADO - CXA-FUNDO
           GO TO CNC-CASADIA-LER.
       CNC-CASADIA-ACHA.
           MOVE 1 TO W-IX.
       CNC-CASADIA-ACHA1.
           IF W-IX > W-QTDDIA
               GO TO CNC-CASADIA-FIM.
           IF W-DIASOMA (W-IX) = EXT-VALOR
               MOVE W-DIADATA (W-IX) TO W-DIACASA
               GO TO CNC-CASADIA-MARCA.
           ADD 1 TO W-IX
           GO TO CNC-CASADIA-ACHA1.
       CNC-CASADIA-MARCA.
           MOVE LOW-VALUES TO CXA-CHAVE
           START CAIXA KEY IS NOT LESS THAN CXA-CHAVE
               INVALID KEY GO TO CNC-CASADIA-FIM.
       CNC-CASADIA-MARCA1.
           READ CAIXA NEXT RECORD
               AT END GO TO CNC-CASADIA-OK.
           IF CXA-SITUACAO NOT = "F" OR CXA-CONCIL NOT = ZEROS
              OR CXA-DATA NOT = W-DIACASA
               GO TO CNC-CASADIA-MARCA1.
           MOVE EXT-DATA TO CXA-CONCIL
           REWRITE REGCXA
           PERFORM CNC-REFCXA THRU CNC-REFCXA-FIM.
           PERFORM CNC-TIRAPEN THRU CNC-TIRAPEN-FIM.
           GO TO CNC-CASADIA-MARCA1.
       CNC-CASADIA-OK.
           MOVE "S"       TO W-CASOU
           MOVE "DIA"     TO EXT-ORIGEM
           MOVE SPACES    TO EXT-REF
           MOVE W-DIACASA TO EXT-REF (1:8)
           MOVE W-DIACASA TO EXT-DATALIV.
       CNC-CASADIA-FIM.
           EXIT.
      *
      *        O MOVIMENTO DO LIVRO EM W-REFLIV CASOU: SAI A PENDENCIA
       CNC-TIRAPEN.
           MOVE EXT-BANCO TO PEN-BANCO
           MOVE "L"       TO PEN-LADO
           MOVE W-REFLIV  TO PEN-REF
           DELETE CONCPEN RECORD
               INVALID KEY NEXT SENTENCE.
       CNC-TIRAPEN-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONFERENCIA DO TRAILER E SALDO FINAL NO CABECALHO
      *-----------------------------------------------------------------
       CNC-TRAILER.
           IF W-TEMTRAILER NOT = "S"
               MOVE "ATENCAO: EXTRATO SEM TRAILER" TO LINREL
               PERFORM CNC-IMP THRU CNC-IMP-FIM
               MOVE W-SALCALC TO W-SALFIM
               GO TO CNC-TRAILER-GRAVA.
           IF W-QTDTRAILER NOT = W-DETALHES
               MOVE SPACES TO LINREL
               STRING "ATENCAO: TRAILER INDICA " W-QTDTRAILER
                      " MAS FORAM LIDOS " W-DETALHES
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CNC-IMP THRU CNC-IMP-FIM.
           IF W-SALCALC NOT = W-SALFIM
               MOVE W-SALCALC TO W-SAL-ED
               MOVE SPACES TO LINREL
               STRING "ATENCAO: SALDO INICIAL + LANCAMENTOS = "
                      W-SAL-ED
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CNC-IMP THRU CNC-IMP-FIM
               MOVE W-SALFIM TO W-SAL-ED
               MOVE SPACES TO LINREL
               STRING "         SALDO FINAL DO BANCO......... = "
                      W-SAL-ED
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CNC-IMP THRU CNC-IMP-FIM.
       CNC-TRAILER-GRAVA.
           MOVE W-BANCO   TO EXT-BANCO
           MOVE W-DATAINI TO EXT-DATA
           MOVE ZEROS     TO EXT-SEQ
           READ EXTRATO
           IF ST-EXT = "00"
               MOVE W-SALFIM TO EXH-SALFIM
               REWRITE REGEXTH.
       CNC-TRAILER-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PENDENCIAS DO EXTRATO DE IMPORTACOES ANTERIORES: NOVA TENTATIVA
      *-----------------------------------------------------------------
       CNC-REPENDE.
           MOVE W-BANCO    TO PEN-BANCO
           MOVE "E"        TO PEN-LADO
           MOVE LOW-VALUES TO PEN-REF
           START CONCPEN KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY GO TO CNC-REPENDE-FIM.
       CNC-REPENDE-LER.
           READ CONCPEN NEXT RECORD
               AT END GO TO CNC-REPENDE-FIM.
           IF PEN-BANCO NOT = W-BANCO OR PEN-LADO NOT = "E"
               GO TO CNC-REPENDE-FIM.
           IF PEN-SITUACAO = "L" OR PEN-DATAINC = W-HOJE8
               GO TO CNC-REPENDE-LER.
           MOVE PEN-REF (1:14) TO EXT-CHAVE
           READ EXTRATO
           IF ST-EXT NOT = "00"
               GO TO CNC-REPENDE-LER.
           PERFORM CNC-CASA THRU CNC-CASA-FIM.
           IF W-CASOU NOT = "S"
               GO TO CNC-REPENDE-LER.
           ADD 1 TO W-RECASADOS
           MOVE W-BANCO  TO PEN-BANCO
           MOVE "E"      TO PEN-LADO
           MOVE EXT-CHAVE TO PEN-REF
           DELETE CONCPEN RECORD
               INVALID KEY NEXT SENTENCE.
           MOVE EXT-VALOR TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING EXT-DATA " " EXT-TIPO " " W-VAL-ED " " EXT-HIST
                  " " EXT-ORIGEM " PEND.ANTERIOR OK"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
      *        O DELETE MEXEU NA POSICAO: RECOMECA DEPOIS DESTA CHAVE
           MOVE W-BANCO   TO PEN-BANCO
           MOVE "E"       TO PEN-LADO
           MOVE EXT-CHAVE TO PEN-REF
           START CONCPEN KEY IS GREATER THAN PEN-CHAVE
               INVALID KEY GO TO CNC-REPENDE-FIM.
           GO TO CNC-REPENDE-LER.
       CNC-REPENDE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MOVIMENTO DO LIVRO DESDE A ULTIMA CONCILIACAO QUE JA DEVIA TER
      * APARECIDO NO BANCO E NAO APARECEU: PENDENCIA DO LADO L
      *-----------------------------------------------------------------
       CNC-LIVRO.
           MOVE W-DATAFIM TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           COMPUTE W-DNLIM = W-DN - W-TOLER
           MOVE SPACES TO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE "MOVIMENTO DO LIVRO AINDA SEM PAR NO BANCO:" TO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE LOW-VALUES TO PAG-CHAVE
           START PAGAR KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY GO TO CNC-LIVRO-BOL.
       CNC-LIVRO-PAG.
           READ PAGAR NEXT RECORD
               AT END GO TO CNC-LIVRO-BOL.
           IF PAG-SITUACAO NOT = "P" OR PAG-FORMA NOT = "B"
              OR PAG-BANCO NOT = W-BANCO OR PAG-CONCIL NOT = ZEROS
              OR PAG-DATAPAG NOT > W-DTCONC
               GO TO CNC-LIVRO-PAG.
           MOVE PAG-DATAPAG TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           IF W-DN > W-DNLIM
               GO TO CNC-LIVRO-PAG.
           MOVE "PAG"       TO W-REFORIG
           MOVE PAG-CHAVE   TO W-REFCHV
           MOVE PAG-DATAPAG TO PEN-DATA
           MOVE "D"         TO PEN-TIPO
           MOVE PAG-VALOR   TO PEN-VALOR
           MOVE PAG-FORNEC  TO PEN-DESC
           PERFORM CNC-PENLIV THRU CNC-PENLIV-FIM.
           GO TO CNC-LIVRO-PAG.
       CNC-LIVRO-BOL.
           IF W-BANCO NOT = W-BCOCOB
               GO TO CNC-LIVRO-FIM.
           MOVE ZEROS TO BCR-DATA
           START BOLCRED KEY IS NOT LESS THAN BCR-DATA
               INVALID KEY GO TO CNC-LIVRO-CXA.
       CNC-LIVRO-BOL1.
           READ BOLCRED NEXT RECORD
               AT END GO TO CNC-LIVRO-CXA.
           IF BCR-CONCIL NOT = ZEROS OR BCR-DATA NOT > W-DTCONC
               GO TO CNC-LIVRO-BOL1.
           MOVE BCR-DATA TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           IF W-DN > W-DNLIM
               GO TO CNC-LIVRO-BOL1.
           MOVE "BOL"       TO W-REFORIG
           MOVE SPACES      TO W-REFCHV
           MOVE BCR-DATA    TO W-REFCHV
           MOVE BCR-DATA    TO PEN-DATA
           MOVE "C"         TO PEN-TIPO
           MOVE BCR-VALOR   TO PEN-VALOR
           MOVE SPACES      TO PEN-DESC
           STRING "CREDITO DE " BCR-QTD " BOLETOS"
                  DELIMITED BY SIZE INTO PEN-DESC
           PERFORM CNC-PENLIV THRU CNC-PENLIV-FIM.
           GO TO CNC-LIVRO-BOL1.
       CNC-LIVRO-CXA.
           MOVE LOW-VALUES TO CXA-CHAVE
           START CAIXA KEY IS NOT LESS THAN CXA-CHAVE
               INVALID KEY GO TO CNC-LIVRO-FIM.
       CNC-LIVRO-CXA1.
           READ CAIXA NEXT RECORD
               AT END GO TO CNC-LIVRO-FIM.
           IF CXA-SITUACAO NOT = "F" OR CXA-CONCIL NOT = ZEROS
              OR CXA-DATA NOT > W-DTCONC
               GO TO CNC-LIVRO-CXA1.
           COMPUTE W-DEPOSITO = CXA-CONTADO - CXA-FUNDO
           IF W-DEPOSITO NOT > ZEROS
               GO TO CNC-LIVRO-CXA1.
           MOVE CXA-DATA TO W-DNDATA8
           PERFORM CNC-DN THRU CNC-DN-FIM.
           IF W-DN > W-DNLIM
               GO TO CNC-LIVRO-CXA1.
           PERFORM CNC-REFCXA THRU CNC-REFCXA-FIM.
           MOVE CXA-DATA    TO PEN-DATA
           MOVE "C"         TO PEN-TIPO
           MOVE W-DEPOSITO  TO PEN-VALOR
           MOVE SPACES      TO PEN-DESC
           STRING "DEPOSITO DO CAIXA " CXA-OPER
                  DELIMITED BY SIZE INTO PEN-DESC
           PERFORM CNC-PENLIV THRU CNC-PENLIV-FIM.
           GO TO CNC-LIVRO-CXA1.
       CNC-LIVRO-FIM.
           EXIT.
      *
      *        GRAVA A PENDENCIA DO LIVRO (JA EXISTINDO, FICA COMO ESTA)
       CNC-PENLIV.
           MOVE W-BANCO    TO PEN-BANCO
           MOVE "L"        TO PEN-LADO
           MOVE W-REFLIV   TO PEN-REF
           MOVE "A"        TO PEN-SITUACAO
           MOVE ZEROS      TO PEN-MOTIVO PEN-DATARES
           MOVE SPACES     TO PEN-OBS PEN-OPER
           MOVE W-HOJE8    TO PEN-DATAINC
           WRITE REGPEN
           IF ST-PEN = "22"
               GO TO CNC-PENLIV-FIM.
           IF ST-PEN NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO CONCPEN.DAT - ST=" ST-PEN
                   " " W-REFLIV
               GO TO CNC-PENLIV-FIM.
           ADD 1 TO W-LIVPEND
           MOVE PEN-VALOR TO W-VAL-ED
           MOVE SPACES TO LINREL
           STRING PEN-DATA " " PEN-TIPO " " W-VAL-ED " " PEN-DESC
                  " " W-REFORIG
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
       CNC-PENLIV-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       CNC-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "LANCAMENTOS NO EXTRATO.......: " W-DETALHES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CONCILIADOS AUTOMATICAMENTE..: " W-CASADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PENDENTES DO EXTRATO.........: " W-PENDENTES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PENDENCIAS ANTERIORES CASADAS: " W-RECASADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "NOVAS PENDENCIAS DO LIVRO....: " W-LIVPEND
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           MOVE W-SALFIM TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "SALDO FINAL DO EXTRATO.......: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CNC-IMP THRU CNC-IMP-FIM.
           CLOSE ARQEXT BANCO EXTRATO CONCPEN BOLCRED CAIXA PAGAR
                 RELCNC IMPRESSORA.
           DISPLAY "CONCBCO - RESULTADO EM CONCBCO.TXT".
           DISPLAY "CONCILIADOS...: " W-CASADOS.
           DISPLAY "PENDENTES.....: " W-PENDENTES.
       CNC-RESUMO-FIM.
           EXIT.
      *
       CNC-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       CNC-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
