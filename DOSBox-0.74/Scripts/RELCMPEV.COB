       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCMPEV.
      **************************************
      *  COMPARATIVO DE CUSTO ENTRE OS     *
      *  EVENTOS JA REALIZADOS             *
      **************************************
      *----------------------------------------------------------------
      * UMA LINHA POR EVENTO COM DATA ANTERIOR A HOJE (A PARTIR DO ANO
      * INFORMADO PELO OPERADOR): PREVISTO, REALIZADO, PERCENTUAL
      * EXECUTADO, PRESENTES E CUSTO POR PRESENTE. NO RODAPE, POR
      * CATEGORIA DE DESPESA, A MEDIA PREVISTA E REALIZADA POR EVENTO
      * E O REALIZADO POR PRESENTE - BASE PARA O ORCAMENTO DO PROXIMO
      * ANO NO CADORCEV (MEDIA POR PRESENTE X PUBLICO ESPERADO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEVES.
           COPY CPYCNVS.
           COPY CPYORCS.
           COPY CPYDSPS.
           SELECT RELCMP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYEVER.
           COPY CPYCNVR.
           COPY CPYORCR.
           COPY CPYDSPR.
      *
       FD  RELCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCMPEV.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-EVE         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYORCW.
           COPY CPYGCTW.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-ANOINI       PIC 9(04) VALUE ZEROS.
       77 W-CAT          PIC 9(02) VALUE ZEROS.
       77 W-CMPQTD       PIC 9(04) VALUE ZEROS.
       77 W-CMPPRES      PIC 9(06) VALUE ZEROS.
       77 W-CMPTPREV     PIC 9(09)V99 VALUE ZEROS.
       77 W-CMPTREAL     PIC 9(09)V99 VALUE ZEROS.
       77 W-PCT          PIC S9(04)V9 VALUE ZEROS.
       77 W-CUSTO        PIC 9(07)V99 VALUE ZEROS.
       77 W-PREVED       PIC Z.ZZZ.ZZ9,99.
       77 W-REALED       PIC Z.ZZZ.ZZ9,99.
       77 W-PCTED        PIC -ZZZ9,9.
       77 W-CUSTOED      PIC Z.ZZZ.ZZ9,99.
       77 W-QTDED        PIC ZZZ9.
       01 W-CMP.
            03 W-CMPCAT OCCURS 9 TIMES.
                05 W-CMPPREV  PIC 9(09)V99.
                05 W-CMPREAL  PIC 9(09)V99.
       01 W-DATAED.
            03 W-DATAED-DIA   PIC 99.
            03 FILLER         PIC X(01) VALUE "/".
            03 W-DATAED-MES   PIC 99.
            03 FILLER         PIC X(01) VALUE "/".
            03 W-DATAED-ANO   PIC 9(04).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELCMPEV - COMPARATIVO DE CUSTO DOS EVENTOS".
           DISPLAY "A PARTIR DO ANO (0 = TODOS): ".
           MOVE ZEROS TO W-ANOINI
           ACCEPT W-ANOINI.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO W-CMP.
           PERFORM CMP-OP0 THRU CMP-OP0-FIM.
           GO TO CMP-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       CMP-OP0.
           OPEN INPUT EVENTO
           IF ST-EVE NOT = "00"
               DISPLAY "ERRO AO ABRIR EVENTO.DAT - ST=" ST-EVE
               GO TO ROT-FIM.
           OPEN INPUT ORCEVE
           IF ST-ORC = "00"
               MOVE "S" TO W-ORCDISP.
           OPEN INPUT DESPEVE
           IF ST-DSP = "00"
               MOVE "S" TO W-DSPDISP.
           OPEN INPUT CONVIDA
           IF ST-CNV = "00"
               MOVE "S" TO W-CNVDISP.
           OPEN OUTPUT RELCMP
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCMPEV.TXT - ST=" ST-REL
               PERFORM CMP-FECHA THRU CMP-FECHA-FIM
               GO TO ROT-FIM.
           MOVE "RELCMPEV.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELCMPEV" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               PERFORM CMP-FECHA THRU CMP-FECHA-FIM
               CLOSE RELCMP
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           IF W-ANOINI = ZEROS
               MOVE "COMPARATIVO DE CUSTO - EVENTOS JA REALIZADOS"
                   TO LINREL
           ELSE
               STRING "COMPARATIVO DE CUSTO - EVENTOS JA REALIZADOS"
                      " A PARTIR DE " W-ANOINI
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EVE DATA       DESCRICAO           PREVISTO"
                  "   REALIZADO % EXEC PRES  CUSTO/PRES"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
       CMP-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM EVENTO POR VEZ, NA ORDEM DO NUMERO
      *-----------------------------------------------------------------
       CMP-LER.
           READ EVENTO NEXT RECORD
           IF ST-EVE NOT = "00"
               GO TO CMP-EOF.
           IF EVE-DATA NOT < W-HOJE
               GO TO CMP-LER.
           IF EVE-DATA (1:4) < W-ANOINI
               GO TO CMP-LER.
           MOVE EVE-COD TO W-APUEVE
           PERFORM APU-001 THRU APU-001-FIM.
           ADD 1 TO W-CMPQTD
           ADD W-APUPRES  TO W-CMPPRES
           ADD W-APUTPREV TO W-CMPTPREV
           ADD W-APUTREAL TO W-CMPTREAL
           MOVE ZEROS TO W-CAT.
       CMP-SOMA.
           ADD 1 TO W-CAT
           IF W-CAT > 9
               GO TO CMP-LINHA.
           ADD W-APUPREV (W-CAT) TO W-CMPPREV (W-CAT)
           ADD W-APUREAL (W-CAT) TO W-CMPREAL (W-CAT)
           GO TO CMP-SOMA.
       CMP-LINHA.
           MOVE EVE-DATA (7:2) TO W-DATAED-DIA
           MOVE EVE-DATA (5:2) TO W-DATAED-MES
           MOVE EVE-DATA (1:4) TO W-DATAED-ANO
           MOVE W-APUTPREV TO W-PREVED
           MOVE W-APUTREAL TO W-REALED
           MOVE W-APUPRES  TO W-QTDED
           MOVE SPACES TO LINREL
           STRING EVE-COD " " W-DATAED " " EVE-DESC (1:16)
                  W-PREVED W-REALED
                  DELIMITED BY SIZE INTO LINREL
           IF W-APUTPREV = ZEROS
               MOVE "     --" TO LINREL (56:7)
           ELSE
               COMPUTE W-PCT ROUNDED = W-APUTREAL * 100 / W-APUTPREV
               MOVE W-PCT TO W-PCTED
               MOVE W-PCTED TO LINREL (56:7).
           MOVE W-QTDED TO LINREL (64:4)
           IF W-APUPRES = ZEROS
               MOVE "          --" TO LINREL (68:12)
           ELSE
               COMPUTE W-CUSTO ROUNDED = W-APUTREAL / W-APUPRES
               MOVE W-CUSTO TO W-CUSTOED
               MOVE W-CUSTOED TO LINREL (68:12).
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           GO TO CMP-LER.
      *
      *-----------------------------------------------------------------
      * RODAPE: MEDIAS POR CATEGORIA PARA O PROXIMO ORCAMENTO
      *-----------------------------------------------------------------
       CMP-EOF.
           MOVE ALL "-" TO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           MOVE W-CMPQTD TO W-QTDED
           MOVE SPACES TO LINREL
           STRING "EVENTOS COMPARADOS......: " W-QTDED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           IF W-CMPQTD = ZEROS
               GO TO CMP-FIM.
           MOVE W-CMPPRES TO W-QTDED
           MOVE SPACES TO LINREL
           STRING "PRESENTES NO PERIODO....: " W-QTDED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           MOVE "BASE PARA O PROXIMO ORCAMENTO (MEDIA POR EVENTO)"
               TO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CATEGORIA     MEDIA PREV  MEDIA REAL"
                  "  REAL/PRESENTE"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           MOVE ZEROS TO W-CAT.
       CMP-MEDIA.
           ADD 1 TO W-CAT
           IF W-CAT > 9
               GO TO CMP-MEDIA-TOT.
           IF W-CMPPREV (W-CAT) = ZEROS AND W-CMPREAL (W-CAT) = ZEROS
               GO TO CMP-MEDIA.
           COMPUTE W-CUSTO ROUNDED = W-CMPPREV (W-CAT) / W-CMPQTD
           MOVE W-CUSTO TO W-PREVED
           COMPUTE W-CUSTO ROUNDED = W-CMPREAL (W-CAT) / W-CMPQTD
           MOVE W-CUSTO TO W-REALED
           MOVE SPACES TO LINREL
           STRING GCT-DESC (W-CAT) W-PREVED W-REALED
                  DELIMITED BY SIZE INTO LINREL
           IF W-CMPPRES = ZEROS
               MOVE "          --" TO LINREL (40:12)
           ELSE
               COMPUTE W-CUSTO ROUNDED = W-CMPREAL (W-CAT) / W-CMPPRES
               MOVE W-CUSTO TO W-CUSTOED
               MOVE W-CUSTOED TO LINREL (40:12).
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
           GO TO CMP-MEDIA.
       CMP-MEDIA-TOT.
           COMPUTE W-CUSTO ROUNDED = W-CMPTPREV / W-CMPQTD
           MOVE W-CUSTO TO W-PREVED
           COMPUTE W-CUSTO ROUNDED = W-CMPTREAL / W-CMPQTD
           MOVE W-CUSTO TO W-REALED
           MOVE SPACES TO LINREL
           STRING "TOTAL       " W-PREVED W-REALED
                  DELIMITED BY SIZE INTO LINREL
           IF W-CMPPRES = ZEROS
               MOVE "          --" TO LINREL (40:12)
           ELSE
               COMPUTE W-CUSTO ROUNDED = W-CMPTREAL / W-CMPPRES
               MOVE W-CUSTO TO W-CUSTOED
               MOVE W-CUSTOED TO LINREL (40:12).
           PERFORM CMP-IMP THRU CMP-IMP-FIM.
       CMP-FIM.
           PERFORM CMP-FECHA THRU CMP-FECHA-FIM.
           CLOSE RELCMP IMPRESSORA.
           DISPLAY "RELCMPEV - COMPARATIVO GERADO EM RELCMPEV.TXT".
           DISPLAY "EVENTOS........: " W-CMPQTD.
           GO TO ROT-FIM.
      *
       CMP-FECHA.
           CLOSE EVENTO
           IF W-ORCDISP = "S"
               CLOSE ORCEVE.
           IF W-DSPDISP = "S"
               CLOSE DESPEVE.
           IF W-CNVDISP = "S"
               CLOSE CONVIDA.
       CMP-FECHA-FIM.
           EXIT.
      *
       CMP-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       CMP-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * APURACAO DO EVENTO
      *-----------------------------------------------------------------
           COPY CPYORCP.
