       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPRESE.
      **************************************
      *  GASTO ANUAL COM PRESENTES POR     *
      *  CATEGORIA E OCASIAO               *
      *  (PRESENTE.DAT + AMIGO.DAT)        *
      **************************************
      *----------------------------------------------------------------
      * PARA O ANO DIGITADO, SOMA O VALOR DOS PRESENTES DADOS (SENTIDO
      * D) CRUZANDO A CATEGORIA DO AMIGO (TIPOAMIGO, DESCRITO VIA
      * CATEGO.DAT COMO NO RELDEMO) COM A OCASIAO (ANIVERSARIO, NATAL,
      * EVENTO, OUTRA), COM TOTAL POR LINHA E POR COLUNA. PRESENTE DE
      * AMIGO QUE JA NAO ESTA EM AMIGO.DAT CAI NA LINHA "SEM CADASTRO".
      * OS RECEBIDOS SO ENTRAM NA CONTAGEM DO RODAPE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPSNS.
           SELECT CODAMIGO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS APELIDO
                        FILE STATUS  IS ST-ERRO.
           COPY CPYCATS.
           SELECT RELPSN ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPSNR.
           COPY CPYAMIR.
           COPY CPYCATR.
      *
       FD  RELPSN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPRESE.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PSN         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-DADOS        PIC 9(06) VALUE ZEROS.
       77 W-RECEBIDOS    PIC 9(06) VALUE ZEROS.
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-COL          PIC 9(01) VALUE ZEROS.
       77 W-TOTLIN       PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTGERAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-VALED        PIC ZZ.ZZZ.ZZ9,99.
       77 W-TOTED        PIC ZZ.ZZZ.ZZ9,99.
      *
      *GASTO POR CATEGORIA (TIPOAMIGO 0-9 E "SEM CADASTRO") E OCASIAO
      *(1=ANIVERSARIO 2=NATAL 3=EVENTO 4=OUTRA)
       01 GAS-TAB.
            03 GAS-LIN OCCURS 11 TIMES.
                05 GAS-VAL PIC 9(08)V99 OCCURS 4 TIMES.
       01 GAS-TOTCOL.
            03 GAS-COL PIC 9(08)V99 OCCURS 4 TIMES.
      *VECTOR
       01 TABAMIGO.
            03  TABAMIGO0 PIC X(12) VALUE "FACULDADE".
            03  TABAMIGO1 PIC X(12) VALUE "IGREJA".
            03  TABAMIGO2 PIC X(12) VALUE "BAIRRO".
            03  TABAMIGO3 PIC X(12) VALUE "CLUBE".
            03  TABAMIGO4 PIC X(12) VALUE "BALADA".
            03  TABAMIGO5 PIC X(12) VALUE "ACADEMIA".
            03  TABAMIGO6 PIC X(12) VALUE "BOTECO".
            03  TABAMIGO7 PIC X(12) VALUE "PRAIA".
            03  TABAMIGO8 PIC X(12) VALUE "VIAGEM".
            03  TABAMIGO9 PIC X(12) VALUE "INIMIGO".
            03  FILLER    PIC X(12) VALUE "SEM CADASTRO".
       01 TABELAAMIGO REDEFINES TABAMIGO.
            03  TABELAAMIGOV PIC X(12) OCCURS 11 TIMES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELPRESE - GASTO ANUAL COM PRESENTES".
       PSN-PEDANO.
           DISPLAY "ANO (AAAA): ".
           MOVE ZEROS TO W-ANO
           ACCEPT W-ANO.
           IF W-ANO = ZEROS
               GO TO PSN-PEDANO.
           MOVE ZEROS TO GAS-TAB GAS-TOTCOL.
           PERFORM CAT-CARGA THRU CAT-CARGA-FIM.
           PERFORM PSN-OP0 THRU PSN-OP0-FIM.
           GO TO PSN-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS
      *-----------------------------------------------------------------
       PSN-OP0.
           OPEN INPUT PRESENTE
           IF ST-PSN NOT = "00"
               DISPLAY "ERRO AO ABRIR PRESENTE.DAT - ST=" ST-PSN
               GO TO ROT-FIM.
           OPEN INPUT CODAMIGO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR AMIGO.DAT - ST=" ST-ERRO
               CLOSE PRESENTE
               GO TO ROT-FIM.
           OPEN OUTPUT RELPSN
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELPRESE.TXT - ST=" ST-REL
               CLOSE PRESENTE CODAMIGO
               GO TO ROT-FIM.
           MOVE "RELPRESE.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELPRESE" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE PRESENTE CODAMIGO RELPSN
               GO TO ROT-FIM.
       PSN-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CARREGA AS DESCRICOES DE CATEGO.DAT SOBRE OS VALORES FIXOS
      *-----------------------------------------------------------------
       CAT-CARGA.
           OPEN INPUT CATEGO
           IF ST-ERRO NOT = "00"
               GO TO CAT-CARGA-FIM.
       CAT-CARGA-LER.
           READ CATEGO NEXT RECORD
               AT END GO TO CAT-CARGA-EOF.
           MOVE DESCAMIGO TO TABELAAMIGOV(CAT-TIPO + 1).
           GO TO CAT-CARGA-LER.
       CAT-CARGA-EOF.
           CLOSE CATEGO.
       CAT-CARGA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM PRESENTE POR VEZ; SO OS DADOS NO ANO ENTRAM NA TABELA
      *-----------------------------------------------------------------
       PSN-LER.
           READ PRESENTE NEXT RECORD
               AT END GO TO PSN-IMPRIME.
           ADD 1 TO W-LIDOS.
           IF PSN-DATA-ANO NOT = W-ANO
               GO TO PSN-LER.
           IF PSN-SENTIDO = "R"
               ADD 1 TO W-RECEBIDOS
               GO TO PSN-LER.
           ADD 1 TO W-DADOS.
           MOVE PSN-APELIDO TO APELIDO
           READ CODAMIGO
           IF ST-ERRO = "00"
               COMPUTE W-LIN = TIPOAMIGO + 1
           ELSE
               MOVE 11 TO W-LIN.
           IF PSN-OCASIAO = "A"
               MOVE 1 TO W-COL
           ELSE
           IF PSN-OCASIAO = "N"
               MOVE 2 TO W-COL
           ELSE
           IF PSN-OCASIAO = "E"
               MOVE 3 TO W-COL
           ELSE
               MOVE 4 TO W-COL.
           ADD PSN-VALOR TO GAS-VAL (W-LIN, W-COL) GAS-COL (W-COL).
           GO TO PSN-LER.
      *
      *-----------------------------------------------------------------
      * IMPRESSAO DA TABELA CATEGORIA X OCASIAO
      *-----------------------------------------------------------------
       PSN-IMPRIME.
           MOVE SPACES TO LINREL
           STRING "GASTO COM PRESENTES DADOS EM " W-ANO
                  " - POR CATEGORIA E OCASIAO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PSN-IMP THRU PSN-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM PSN-IMP THRU PSN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CATEGORIA     ANIVERSARIO        NATAL       EVENTO"
                  "        OUTRA         TOTAL"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PSN-IMP THRU PSN-IMP-FIM.
           MOVE 1 TO W-LIN.
       PSN-IMPLIN.
           MOVE ZEROS TO W-TOTLIN
           MOVE SPACES TO LINREL
           MOVE TABELAAMIGOV (W-LIN) TO LINREL (1:12)
           MOVE 1 TO W-COL.
       PSN-IMPCOL.
           MOVE GAS-VAL (W-LIN, W-COL) TO W-VALED
           MOVE W-VALED TO LINREL (W-COL * 13:13)
           ADD GAS-VAL (W-LIN, W-COL) TO W-TOTLIN
           ADD 1 TO W-COL
           IF W-COL < 5
               GO TO PSN-IMPCOL.
           MOVE W-TOTLIN TO W-TOTED
           MOVE W-TOTED TO LINREL (66:13)
           IF W-TOTLIN NOT = ZEROS
               PERFORM PSN-IMP THRU PSN-IMP-FIM.
           ADD 1 TO W-LIN
           IF W-LIN < 12
               GO TO PSN-IMPLIN.
           MOVE SPACES TO LINREL
           PERFORM PSN-IMP THRU PSN-IMP-FIM.
           MOVE ZEROS TO W-TOTGERAL
           MOVE SPACES TO LINREL
           MOVE "TOTAL" TO LINREL (1:12)
           MOVE 1 TO W-COL.
       PSN-IMPTOT.
           MOVE GAS-COL (W-COL) TO W-VALED
           MOVE W-VALED TO LINREL (W-COL * 13:13)
           ADD GAS-COL (W-COL) TO W-TOTGERAL
           ADD 1 TO W-COL
           IF W-COL < 5
               GO TO PSN-IMPTOT.
           MOVE W-TOTGERAL TO W-TOTED
           MOVE W-TOTED TO LINREL (66:13)
           PERFORM PSN-IMP THRU PSN-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM PSN-IMP THRU PSN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PRESENTES DADOS NO ANO: " W-DADOS
                  "   RECEBIDOS: " W-RECEBIDOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PSN-IMP THRU PSN-IMP-FIM.
           CLOSE PRESENTE CODAMIGO RELPSN IMPRESSORA.
           DISPLAY "RELPRESE - RELATORIO GERADO EM RELPRESE.TXT".
           DISPLAY "PRESENTES DADOS NO ANO: " W-DADOS.
           GO TO ROT-FIM.
      *
       PSN-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       PSN-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
