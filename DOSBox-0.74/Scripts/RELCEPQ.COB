       PROGRAM-ID. RELCEPQ.
      **************************************
      *  RELATORIO DE QUALIDADE DE CEP     *
      *  (CADASTROS SEM CODCEP VALIDO)     *
      **************************************
      *----------------------------------------------------------------
      * PERCORRE O INDICE DE USO DE CEP (CEPUSO.DAT) PELA CHAVE DO
      * CEP E LE O CEP.DAT UMA VEZ POR CEP DISTINTO; CADA REGISTRO DE
      * AMIGO, VEICULO, FORNEC, RESPONS OU PARADA QUE USA UM CEP NAO
      * CADASTRADO SAI NO RELATORIO, COM TOTAIS POR ARQUIVO. SEM O
      * CEPUSO.DAT O RELATORIO NAO RODA - GERAR ANTES PELO CEPREIDX.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCEPS.
           COPY CPYCPXS.
           SELECT RELCEP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
       FILE SECTION.
           COPY CPYCEPR.
      *
           COPY CPYCPXR.
      *
       FD  RELCEP
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-CPX         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-CEPANT       PIC 9(08) VALUE ZEROS.
       77 W-CEPOK        PIC X(01) VALUE SPACES.
       77 W-LIDCPX       PIC 9(06) VALUE ZEROS.
       77 W-LIDCEP       PIC 9(06) VALUE ZEROS.
       77 W-ORFCEP       PIC 9(06) VALUE ZEROS.
       77 W-IX           PIC 9(02) VALUE ZEROS.
      *
      *    UMA LINHA POR ARQUIVO QUE GUARDA CODCEP: LIDOS E ORFAOS
       01 W-TABARQ-V.
            03 FILLER PIC X(07) VALUE "AMIGO".
            03 FILLER PIC X(07) VALUE "VEICULO".
            03 FILLER PIC X(07) VALUE "FORNEC".
            03 FILLER PIC X(07) VALUE "RESPONS".
            03 FILLER PIC X(07) VALUE "PARADA".
       01 W-TABARQ-R REDEFINES W-TABARQ-V.
            03 W-TABNOME PIC X(07) OCCURS 5 TIMES.
       01 W-TABCONT.
            03 W-TABQTD OCCURS 5 TIMES.
                05 W-TABLID   PIC 9(06).
                05 W-TABORF   PIC 9(06).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM RCQ-OP0 THRU RCQ-OP0-FIM.
           GO TO RCQ-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS DE ENTRADA E DO ARQUIVO DE RELATORIO
      *-----------------------------------------------------------------
       RCQ-OP0.
           MOVE ZEROS TO W-TABCONT.
           OPEN INPUT CEP
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR CEP.DAT - ST=" ST-ERRO
               GO TO ROT-FIM.
           OPEN INPUT CEPUSO
           IF ST-CPX NOT = "00"
               DISPLAY "ERRO AO ABRIR CEPUSO.DAT - ST=" ST-CPX
               DISPLAY "SEM INDICE DE CEP - RODAR ANTES O CEPREIDX"
               CLOSE CEP
               GO TO ROT-FIM.
           OPEN OUTPUT RELCEP
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCEPQ.TXT - ST=" ST-REL
               CLOSE CEP CEPUSO
               GO TO ROT-FIM.
           MOVE "RELCEPQ.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELCEPQ " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE CEP CEPUSO RELCEP
               GO TO ROT-FIM.
           MOVE "RELATORIO DE QUALIDADE - CEP NAO CADASTRADO" TO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           MOVE ZEROS TO CPX-CEP
           START CEPUSO KEY IS NOT LESS THAN CPX-CEP
           IF ST-CPX NOT = "00"
               GO TO RCQ-FIM.
       RCQ-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * VARRE CEPUSO.DAT NA ORDEM DO CEP; A CADA CEP NOVO CONSULTA
      * O CEP.DAT E, SE NAO EXISTIR, LISTA TODOS OS QUE O USAM
      *-----------------------------------------------------------------
       RCQ-LER.
           READ CEPUSO NEXT RECORD
               AT END GO TO RCQ-FIM.
           ADD 1 TO W-LIDCPX.
           MOVE 1 TO W-IX.
       RCQ-ARQ.
           IF W-IX > 5
               GO TO RCQ-CEP.
           IF W-TABNOME (W-IX) NOT = CPX-ARQ
               ADD 1 TO W-IX
               GO TO RCQ-ARQ.
           ADD 1 TO W-TABLID (W-IX).
       RCQ-CEP.
           IF CPX-CEP NOT = W-CEPANT OR W-LIDCPX = 1
               MOVE CPX-CEP TO W-CEPANT
               ADD 1 TO W-LIDCEP
               MOVE CPX-CEP TO CODCEP
               MOVE "S" TO W-CEPOK
               READ CEP
               IF ST-ERRO NOT = "00"
                   MOVE "N" TO W-CEPOK
                   ADD 1 TO W-ORFCEP.
           IF W-CEPOK = "S"
               GO TO RCQ-LER.
           IF W-IX NOT > 5
               ADD 1 TO W-TABORF (W-IX).
           MOVE SPACES TO LINREL
           STRING CPX-ARQ " " CPX-ID " CEP " CPX-CEP
                  " NAO CADASTRADO EM CEP.DAT"
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           GO TO RCQ-LER.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO POR ARQUIVO
      *-----------------------------------------------------------------
       RCQ-FIM.
           MOVE SPACES TO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           STRING "CEPS DISTINTOS USADOS...: " W-LIDCEP
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           MOVE SPACES TO LINREL
           STRING "CEPS NAO CADASTRADOS....: " W-ORFCEP
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           MOVE 1 TO W-IX.
       RCQ-TOT.
           IF W-IX > 5
               GO TO RCQ-ENC.
           MOVE SPACES TO LINREL
           STRING W-TABNOME (W-IX) " LIDOS: " W-TABLID (W-IX)
                  "  ORFAOS: " W-TABORF (W-IX)
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           DISPLAY W-TABNOME (W-IX) " ORFAOS: " W-TABORF (W-IX).
           ADD 1 TO W-IX.
           GO TO RCQ-TOT.
       RCQ-ENC.
           CLOSE CEP CEPUSO RELCEP IMPRESSORA.
           DISPLAY "RELCEPQ - RELATORIO GERADO EM RELCEPQ.TXT".
      *
       ROT-FIM.
           STOP RUN.
