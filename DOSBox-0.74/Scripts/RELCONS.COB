       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONS.
      **************************************
      *  MUDANCAS DE CONSENTIMENTO POR     *
      *  PERIODO (CONSHIST.TXT)            *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O PERIODO (DE/ATE, AAAAMMDD) E O PROGRAMA
      * LISTA AS MUDANCAS DE CONSENTIMENTO GRAVADAS PELO CADCONS
      * NELE, NA ORDEM EM QUE FORAM FEITAS: QUANDO, AMIGO, CANAL,
      * FINALIDADE, SITUACAO ANTES E DEPOIS (- = SEM REGISTRO), DATA
      * DA MANIFESTACAO, COMO FOI OBTIDA E O OPERADOR. NO FIM, QUANTOS
      * PASSARAM A AUTORIZAR, QUANTOS PEDIRAM PARA NAO RECEBER MAIS,
      * AS EXCLUSOES E AS DEMAIS CORRECOES - A PROVA PEDIDA PELA LGPD
      * DE QUEM CONCORDOU, QUANDO E COMO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCSHS.
           SELECT CODAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO.
           SELECT RELCSN ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCSHR.
           COPY CPYAMIR.
      *
       FD  RELCSN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONS.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CSH         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-AMIDISP      PIC X(01) VALUE "N".
       77 W-DATAINI      PIC 9(08) VALUE ZEROS.
       77 W-DATAFIM      PIC 9(08) VALUE ZEROS.
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-NOPER        PIC 9(06) VALUE ZEROS.
       77 W-AUTORIZ      PIC 9(06) VALUE ZEROS.
       77 W-REVOGA       PIC 9(06) VALUE ZEROS.
       77 W-EXCLUI       PIC 9(06) VALUE ZEROS.
       77 W-OUTRAS       PIC 9(06) VALUE ZEROS.
       77 W-ANTES        PIC X(01) VALUE SPACES.
       77 W-DEPOIS       PIC X(01) VALUE SPACES.
       77 W-NOME         PIC X(15) VALUE SPACES.
       01 W-DTREG        PIC 9(08) VALUE ZEROS.
       01 W-DTREG-R REDEFINES W-DTREG.
            03 W-DTREG-ANO  PIC 9(04).
            03 W-DTREG-MES  PIC 9(02).
            03 W-DTREG-DIA  PIC 9(02).
       01 W-HRREG        PIC 9(06) VALUE ZEROS.
       01 W-HRREG-R REDEFINES W-HRREG.
            03 W-HRREG-HH   PIC 9(02).
            03 W-HRREG-MM   PIC 9(02).
            03 W-HRREG-SS   PIC 9(02).
       01 W-DTMAN        PIC 9(08) VALUE ZEROS.
       01 W-DTMAN-R REDEFINES W-DTMAN.
            03 W-DTMAN-ANO  PIC 9(04).
            03 W-DTMAN-MES  PIC 9(02).
            03 W-DTMAN-DIA  PIC 9(02).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELCONS - MUDANCAS DE CONSENTIMENTO".
       CSR-INI.
           DISPLAY "DATA INICIAL (AAAAMMDD): ".
           MOVE ZEROS TO W-DATAINI
           ACCEPT W-DATAINI.
           IF W-DATAINI = ZEROS
               GO TO CSR-INI.
       CSR-FIM0.
           DISPLAY "DATA FINAL (AAAAMMDD): ".
           MOVE ZEROS TO W-DATAFIM
           ACCEPT W-DATAFIM.
           IF W-DATAFIM = ZEROS OR W-DATAFIM < W-DATAINI
               GO TO CSR-FIM0.
           PERFORM CSR-OP0 THRU CSR-OP0-FIM.
           GO TO CSR-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       CSR-OP0.
           OPEN INPUT CONSHIST
           IF ST-CSH NOT = "00"
               DISPLAY "ERRO AO ABRIR CONSHIST.TXT - ST=" ST-CSH
               GO TO ROT-FIM.
      *        SEM AMIGO.DAT A LISTA SAI SO COM O APELIDO
           OPEN INPUT CODAMIGO
           IF ST-ERRO = "00"
               MOVE "S" TO W-AMIDISP.
           OPEN OUTPUT RELCSN
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCONS.TXT - ST=" ST-REL
               CLOSE CONSHIST
               GO TO ROT-FIM.
           MOVE "RELCONS.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELCONS " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE CONSHIST RELCSN
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "MUDANCAS DE CONSENTIMENTO DE " W-DATAINI
                  " A " W-DATAFIM
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "GRAVADO EM       APELIDO      NOME            "
                  "C F A>D MANIFEST.  M OPERADOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
       CSR-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * VARRE O HISTORICO (JA EM ORDEM DE GRAVACAO) E LISTA O PERIODO
      *-----------------------------------------------------------------
       CSR-LER.
           READ CONSHIST
               AT END GO TO CSR-EOF.
           ADD 1 TO W-LIDAS.
           IF CSH-DATAREG < W-DATAINI OR CSH-DATAREG > W-DATAFIM
               GO TO CSR-LER.
           ADD 1 TO W-NOPER
           PERFORM CSR-CONTA THRU CSR-CONTA-FIM.
           MOVE SPACES TO W-NOME
           IF W-AMIDISP = "S"
               MOVE CSH-APELIDO TO APELIDO
               READ CODAMIGO
               IF ST-ERRO = "00"
                   MOVE NOME (1:15) TO W-NOME.
           MOVE CSH-ANTES TO W-ANTES
           IF W-ANTES = SPACE
               MOVE "-" TO W-ANTES.
           MOVE CSH-DEPOIS TO W-DEPOIS
           IF W-DEPOIS = SPACE
               MOVE "-" TO W-DEPOIS.
           MOVE CSH-DATAREG TO W-DTREG
           MOVE CSH-HORAREG TO W-HRREG
           MOVE CSH-DATA    TO W-DTMAN
           MOVE SPACES TO LINREL
           STRING W-DTREG-DIA "/" W-DTREG-MES "/" W-DTREG-ANO " "
                  W-HRREG-HH ":" W-HRREG-MM " "
                  CSH-APELIDO " " W-NOME " "
                  CSH-CANAL " " CSH-FINAL " "
                  W-ANTES ">" W-DEPOIS " "
                  W-DTMAN-DIA "/" W-DTMAN-MES "/" W-DTMAN-ANO " "
                  CSH-MEIO " " CSH-OPERADOR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           GO TO CSR-LER.
      *
      *-----------------------------------------------------------------
      * CLASSIFICA A MUDANCA PARA OS TOTAIS
      *-----------------------------------------------------------------
       CSR-CONTA.
           IF CSH-DEPOIS = SPACE
               ADD 1 TO W-EXCLUI
               GO TO CSR-CONTA-FIM.
           IF CSH-DEPOIS = CSH-ANTES
               ADD 1 TO W-OUTRAS
               GO TO CSR-CONTA-FIM.
           IF CSH-DEPOIS = "S"
               ADD 1 TO W-AUTORIZ
           ELSE
               ADD 1 TO W-REVOGA.
       CSR-CONTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS DO PERIODO
      *-----------------------------------------------------------------
       CSR-EOF.
           MOVE SPACES TO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MUDANCAS NO PERIODO.....: " W-NOPER
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PASSARAM A AUTORIZAR....: " W-AUTORIZ
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "NAO QUEREM MAIS RECEBER.: " W-REVOGA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "REGISTROS EXCLUIDOS.....: " W-EXCLUI
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CORRECOES SEM MUDAR.....: " W-OUTRAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CSR-IMP THRU CSR-IMP-FIM.
           IF W-AMIDISP = "S"
               CLOSE CODAMIGO.
           CLOSE CONSHIST RELCSN IMPRESSORA.
           DISPLAY "RELCONS - RELATORIO GERADO EM RELCONS.TXT".
           DISPLAY "MUDANCAS NO PERIODO.....: " W-NOPER.
           GO TO ROT-FIM.
      *
       CSR-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       CSR-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
