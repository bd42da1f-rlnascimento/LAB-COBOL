       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCEV.
      **************************************
      *  FECHAMENTO DO EVENTO: PREVISTO    *
      *  X REALIZADO POR CATEGORIA         *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O NUMERO DO EVENTO E SAI, POR CATEGORIA DE
      * DESPESA (CPYGCTW), O ORCADO NO CADORCEV CONTRA O GASTO LANCADO
      * NO CADDESPE, COM A DIFERENCA E O PERCENTUAL EXECUTADO. NO FIM,
      * O CUSTO POR CONVIDADO CONFIRMADO (CNV-RSVP = S) E POR CONVIDADO
      * QUE REALMENTE VEIO (CNV-PRESENTE = S).
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
           SELECT RELORC ASSIGN TO DISK
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
       FD  RELORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELORCEV.TXT".
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
       77 W-EVESEL       PIC 9(03) VALUE ZEROS.
       77 W-CAT          PIC 9(02) VALUE ZEROS.
       77 W-DIF          PIC S9(07)V99 VALUE ZEROS.
       77 W-PCT          PIC S9(04)V9 VALUE ZEROS.
       77 W-CUSTO        PIC 9(07)V99 VALUE ZEROS.
       77 W-PREVED       PIC Z.ZZZ.ZZ9,99.
       77 W-REALED       PIC Z.ZZZ.ZZ9,99.
       77 W-DIFED        PIC -Z.ZZZ.ZZ9,99.
       77 W-PCTED        PIC -ZZZ9,9.
       77 W-CUSTOED      PIC Z.ZZZ.ZZ9,99.
       77 W-QTDED        PIC ZZZ9.
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
           DISPLAY "RELORCEV - PREVISTO X REALIZADO DO EVENTO".
           DISPLAY "NUMERO DO EVENTO: ".
           MOVE ZEROS TO W-EVESEL
           ACCEPT W-EVESEL.
           IF W-EVESEL = ZEROS
               GO TO ROT-FIM.
           PERFORM ORC-OP0 THRU ORC-OP0-FIM.
           MOVE W-EVESEL TO W-APUEVE
           PERFORM APU-001 THRU APU-001-FIM.
           MOVE ZEROS TO W-CAT.
           GO TO ORC-CAT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO. SEM ORCAMENTO, DESPESA OU
      * CONVIDADOS O RELATORIO SAI ASSIM MESMO, COM ZERO NA COLUNA.
      *-----------------------------------------------------------------
       ORC-OP0.
           OPEN INPUT EVENTO
           IF ST-EVE NOT = "00"
               DISPLAY "ERRO AO ABRIR EVENTO.DAT - ST=" ST-EVE
               GO TO ROT-FIM.
           MOVE W-EVESEL TO EVE-COD
           READ EVENTO
           IF ST-EVE NOT = "00"
               DISPLAY "EVENTO " W-EVESEL " NAO CADASTRADO"
               CLOSE EVENTO
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
           OPEN OUTPUT RELORC
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELORCEV.TXT - ST=" ST-REL
               PERFORM ORC-FECHA THRU ORC-FECHA-FIM
               GO TO ROT-FIM.
           MOVE "RELORCEV.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELORCEV" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               PERFORM ORC-FECHA THRU ORC-FECHA-FIM
               CLOSE RELORC
               GO TO ROT-FIM.
           MOVE EVE-DATA (7:2) TO W-DATAED-DIA
           MOVE EVE-DATA (5:2) TO W-DATAED-MES
           MOVE EVE-DATA (1:4) TO W-DATAED-ANO
           MOVE SPACES TO LINREL
           STRING "FECHAMENTO - EVENTO " EVE-COD " " EVE-DESC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EM " W-DATAED " - " EVE-LOCAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CATEGORIA       PREVISTO   REALIZADO"
                  "    DIFERENCA  % EXEC"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
       ORC-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA POR CATEGORIA (SO AS QUE TEM PREVISTO OU GASTO)
      *-----------------------------------------------------------------
       ORC-CAT.
           ADD 1 TO W-CAT
           IF W-CAT > 9
               GO TO ORC-TOTAL.
           IF W-APUPREV (W-CAT) = ZEROS AND W-APUREAL (W-CAT) = ZEROS
               GO TO ORC-CAT.
           MOVE W-APUPREV (W-CAT) TO W-PREVED
           MOVE W-APUREAL (W-CAT) TO W-REALED
           COMPUTE W-DIF = W-APUPREV (W-CAT) - W-APUREAL (W-CAT)
           MOVE W-DIF TO W-DIFED
           MOVE SPACES TO LINREL
           IF W-APUPREV (W-CAT) = ZEROS
               STRING GCT-DESC (W-CAT) W-PREVED W-REALED W-DIFED
                      "     --"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               COMPUTE W-PCT ROUNDED =
                       W-APUREAL (W-CAT) * 100 / W-APUPREV (W-CAT)
               MOVE W-PCT TO W-PCTED
               STRING GCT-DESC (W-CAT) W-PREVED W-REALED W-DIFED
                      " " W-PCTED
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           GO TO ORC-CAT.
      *
      *-----------------------------------------------------------------
      * TOTAIS E CUSTO POR CONVIDADO
      *-----------------------------------------------------------------
       ORC-TOTAL.
           MOVE ALL "-" TO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE W-APUTPREV TO W-PREVED
           MOVE W-APUTREAL TO W-REALED
           COMPUTE W-DIF = W-APUTPREV - W-APUTREAL
           MOVE W-DIF TO W-DIFED
           MOVE SPACES TO LINREL
           IF W-APUTPREV = ZEROS
               STRING "TOTAL       " W-PREVED W-REALED W-DIFED
                      "     --"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               COMPUTE W-PCT ROUNDED = W-APUTREAL * 100 / W-APUTPREV
               MOVE W-PCT TO W-PCTED
               STRING "TOTAL       " W-PREVED W-REALED W-DIFED
                      " " W-PCTED
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           IF W-DIF < ZEROS
               MOVE "** ATENCAO: GASTO ACIMA DO ORCADO **" TO LINREL
               PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE W-APUCONF TO W-QTDED
           MOVE SPACES TO LINREL
           IF W-APUCONF = ZEROS
               STRING "CONFIRMADOS.............: " W-QTDED
                      "   CUSTO POR CONFIRMADO.: --"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               COMPUTE W-CUSTO ROUNDED = W-APUTREAL / W-APUCONF
               MOVE W-CUSTO TO W-CUSTOED
               STRING "CONFIRMADOS.............: " W-QTDED
                      "   CUSTO POR CONFIRMADO.: " W-CUSTOED
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE W-APUPRES TO W-QTDED
           MOVE SPACES TO LINREL
           IF W-APUPRES = ZEROS
               STRING "PRESENTES...............: " W-QTDED
                      "   CUSTO POR PRESENTE...: --"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               COMPUTE W-CUSTO ROUNDED = W-APUTREAL / W-APUPRES
               MOVE W-CUSTO TO W-CUSTOED
               STRING "PRESENTES...............: " W-QTDED
                      "   CUSTO POR PRESENTE...: " W-CUSTOED
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           PERFORM ORC-FECHA THRU ORC-FECHA-FIM.
           CLOSE RELORC IMPRESSORA.
           DISPLAY "RELORCEV - FECHAMENTO GERADO EM RELORCEV.TXT".
           DISPLAY "REALIZADO......: " W-REALED.
           GO TO ROT-FIM.
      *
       ORC-FECHA.
           CLOSE EVENTO
           IF W-ORCDISP = "S"
               CLOSE ORCEVE.
           IF W-DSPDISP = "S"
               CLOSE DESPEVE.
           IF W-CNVDISP = "S"
               CLOSE CONVIDA.
       ORC-FECHA-FIM.
           EXIT.
      *
       ORC-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       ORC-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * APURACAO DO EVENTO
      *-----------------------------------------------------------------
           COPY CPYORCP.
