       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELLETIV.
      **************************************
      *  ACOMPANHAMENTO DOS DIAS LETIVOS   *
      *  DO TERMO POR TURMA                *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O TERMO (EX. 2026-1 - EM BRANCO = O TERMO
      * DO CALENDARIO ESCOLAR QUE CONTEM A DATA DE HOJE). A PRIMEIRA
      * PARTE MOSTRA O CALENDARIO (CALESC.DAT): DATAS E DIAS LETIVOS
      * DE CADA BIMESTRE CONTRA A META DO TERMO. DEPOIS, PARA CADA
      * TURMA DO ANO DO TERMO COM DIA DA SEMANA (TURMA.DAT):
      *   PREVISTAS - AULAS NO DIA DA SEMANA DA TURMA EM DIA LETIVO,
      *               NO TERMO TODO E ATE HOJE;
      *   DADAS     - DATAS COM CHAMADA DA DISCIPLINA ATE HOJE QUE TEM
      *               ALUNO DA TURMA (CHAMADA.DAT + MATRICUL.DAT);
      *   PERDIDAS  - PREVISTAS ATE HOJE QUE NAO TIVERAM CHAMADA.
      * A PROJECAO DA TURMA E O TOTAL DE DIAS LETIVOS DO CALENDARIO
      * MENOS AS AULAS PERDIDAS; ABAIXO DA META (O MINIMO LEGAL DO
      * TERMO) A TURMA SAI MARCADA COM QUANTAS AULAS PRECISA REPOR.
      * ARQUIVOS: RELLETIV.TXT E O SPOOL RELLETIV.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCALS.
           COPY CPYTURS.
           COPY CPYCHAS.
           COPY CPYMATS.
           SELECT RELLET ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCALR.
           COPY CPYTURR.
           COPY CPYCHAR.
           COPY CPYMATR.
      *
       FD  RELLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLETIV.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CAL         PIC X(02) VALUE "00".
       77 ST-TUR         PIC X(02) VALUE "00".
       77 ST-CHA         PIC X(02) VALUE "00".
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYCALW.
       77 W-TERMO        PIC X(06) VALUE SPACES.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-CHAABERTO    PIC X(01) VALUE "N".
       77 W-MATABERTO    PIC X(01) VALUE "N".
       77 W-BIMIX        PIC 9(01) VALUE ZEROS.
       77 W-LIMITE       PIC 9(08) VALUE ZEROS.
       77 W-ULTDATA      PIC 9(08) VALUE ZEROS.
       77 W-CHADATA      PIC 9(08) VALUE ZEROS.
       77 W-LETIVOS      PIC 9(03) VALUE ZEROS.
       77 W-PREVTERMO    PIC 9(03) VALUE ZEROS.
       77 W-PREVHOJE     PIC 9(03) VALUE ZEROS.
       77 W-DADAS        PIC 9(03) VALUE ZEROS.
       77 W-PERDIDAS     PIC 9(03) VALUE ZEROS.
       77 W-PROJECAO     PIC 9(03) VALUE ZEROS.
       77 W-REPOR        PIC 9(03) VALUE ZEROS.
       77 W-DIA          PIC X(07) VALUE SPACES.
      *        CONTADORES DO RESUMO
       77 W-TURLIDAS     PIC 9(05) VALUE ZEROS.
       77 W-TURANAL      PIC 9(05) VALUE ZEROS.
       77 W-SEMDIA       PIC 9(05) VALUE ZEROS.
       77 W-ABAIXO       PIC 9(05) VALUE ZEROS.
       01 W-DIAS.
            03 FILLER       PIC X(07) VALUE "SEGUNDA".
            03 FILLER       PIC X(07) VALUE "TERCA  ".
            03 FILLER       PIC X(07) VALUE "QUARTA ".
            03 FILLER       PIC X(07) VALUE "QUINTA ".
            03 FILLER       PIC X(07) VALUE "SEXTA  ".
            03 FILLER       PIC X(07) VALUE "SABADO ".
       01 W-DIAS-R REDEFINES W-DIAS.
            03 W-DIANOME    PIC X(07) OCCURS 6 TIMES.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELLETIV - ACOMPANHAMENTO DOS DIAS LETIVOS".
           ACCEPT W-DATA FROM DATE YYYYMMDD.
       LET-TERMO.
           DISPLAY "TERMO (EX. 2026-1, BRANCO = TERMO DE HOJE): ".
           MOVE SPACES TO W-TERMO
           ACCEPT W-TERMO.
           IF W-TERMO NOT = SPACES
               GO TO LET-TERMO-LER.
           MOVE W-DATA TO W-CALDATA
           PERFORM CAL-BUSCA THRU CAL-BUSCA-FIM.
           IF W-CALACHOU NOT = "S"
               DISPLAY "NENHUM TERMO DO CALENDARIO CONTEM HOJE"
               GO TO LET-TERMO.
           GO TO LET-TERMO-OK.
       LET-TERMO-LER.
           OPEN INPUT CALESC
           IF ST-CAL NOT = "00"
               DISPLAY "ERRO AO ABRIR CALESC.DAT - ST=" ST-CAL
               GO TO ROT-FIM.
           MOVE W-TERMO TO CAL-TERMO
           READ CALESC
           IF ST-CAL NOT = "00"
               DISPLAY "TERMO NAO CADASTRADO NO CALENDARIO"
               CLOSE CALESC
               GO TO LET-TERMO.
           CLOSE CALESC.
       LET-TERMO-OK.
           MOVE CAL-BIMINI (1) TO W-CALDATA
           MOVE W-CALANO TO W-ANO
           MOVE W-DATA TO W-LIMITE
           IF W-LIMITE > CAL-BIMFIM (4)
               MOVE CAL-BIMFIM (4) TO W-LIMITE.
           PERFORM LET-OP0 THRU LET-OP0-FIM.
           PERFORM LET-CALENDARIO THRU LET-CALENDARIO-FIM.
           PERFORM LET-TURMAS THRU LET-TURMAS-FIM.
           PERFORM LET-RESUMO THRU LET-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - SEM CHAMADA.DAT NENHUMA AULA FOI DADA;
      * SEM MATRICUL.DAT A CHAMADA DA DISCIPLINA VALE PARA TODA TURMA
      *-----------------------------------------------------------------
       LET-OP0.
           OPEN INPUT TURMA
           IF ST-TUR NOT = "00"
               DISPLAY "ERRO AO ABRIR TURMA.DAT - ST=" ST-TUR
               GO TO ROT-FIM.
           OPEN OUTPUT RELLET
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELLETIV.TXT - ST=" ST-REL
               CLOSE TURMA
               GO TO ROT-FIM.
           MOVE "RELLETIV.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELLETIV" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE TURMA RELLET
               GO TO ROT-FIM.
           OPEN INPUT CHAMADA
           IF ST-CHA = "00"
               MOVE "S" TO W-CHAABERTO.
           OPEN INPUT MATRICUL
           IF ST-MAT = "00"
               MOVE "S" TO W-MATABERTO.
       LET-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CALENDARIO DO TERMO: DIAS LETIVOS DE CADA BIMESTRE E A META
      *-----------------------------------------------------------------
       LET-CALENDARIO.
           MOVE SPACES TO LINREL
           STRING "ESCOLA LOJA AMIGOS - DIAS LETIVOS - TERMO "
                  CAL-TERMO "  POSICAO EM " W-DATA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-PAGINA THRU LET-PAGINA-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           MOVE ZEROS TO W-LETIVOS W-CALFILTRO
           MOVE 1 TO W-BIMIX.
       LET-CALENDARIO-BIM.
           MOVE CAL-BIMINI (W-BIMIX) TO W-CALDE
           MOVE CAL-BIMFIM (W-BIMIX) TO W-CALATE
           PERFORM CAL-CONTA THRU CAL-CONTA-FIM.
           ADD W-CALQTD TO W-LETIVOS
           MOVE SPACES TO LINREL
           STRING "  BIMESTRE " W-BIMIX "  DE " W-CALDE " A "
                  W-CALATE "  DIAS LETIVOS " W-CALQTD
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           IF W-BIMIX < 4
               ADD 1 TO W-BIMIX
               GO TO LET-CALENDARIO-BIM.
           MOVE SPACES TO LINREL
           STRING "  TOTAL DE DIAS LETIVOS " W-LETIVOS
                  "   META DO TERMO " CAL-DIASMETA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           IF W-LETIVOS < CAL-DIASMETA
               MOVE "  *** CALENDARIO ABAIXO DA META DO TERMO ***"
                    TO LINREL
               PERFORM LET-IMP THRU LET-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DISCIPLINA           TUR DIA      PREV.TERMO "
                  "PREV.HOJE DADAS PERD. PROJ."
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
       LET-CALENDARIO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA POR TURMA DO ANO DO TERMO
      *-----------------------------------------------------------------
       LET-TURMAS.
           READ TURMA NEXT RECORD
               AT END GO TO LET-TURMAS-FIM.
           ADD 1 TO W-TURLIDAS.
           IF TUR-ANO NOT = ZEROS AND TUR-ANO NOT = W-ANO
               GO TO LET-TURMAS.
           IF TUR-DIASEM < 1 OR TUR-DIASEM > 6
               ADD 1 TO W-SEMDIA
               GO TO LET-TURMAS.
           ADD 1 TO W-TURANAL
           MOVE TUR-DIASEM TO W-CALFILTRO
           MOVE CAL-BIMINI (1) TO W-CALDE
           MOVE CAL-BIMFIM (4) TO W-CALATE
           PERFORM CAL-CONTA THRU CAL-CONTA-FIM.
           MOVE W-CALQTD TO W-PREVTERMO
           MOVE W-LIMITE TO W-CALATE
           PERFORM CAL-CONTA THRU CAL-CONTA-FIM.
           MOVE W-CALQTD TO W-PREVHOJE
           PERFORM LET-DADAS THRU LET-DADAS-FIM.
           MOVE ZEROS TO W-PERDIDAS W-REPOR
           IF W-PREVHOJE > W-DADAS
               COMPUTE W-PERDIDAS = W-PREVHOJE - W-DADAS.
           MOVE ZEROS TO W-PROJECAO
           IF W-LETIVOS > W-PERDIDAS
               COMPUTE W-PROJECAO = W-LETIVOS - W-PERDIDAS.
           MOVE W-DIANOME (TUR-DIASEM) TO W-DIA
           MOVE SPACES TO LINREL
           STRING TUR-DISCIPLINA " " TUR-ID " " W-DIA "        "
                  W-PREVTERMO "       " W-PREVHOJE "   " W-DADAS
                  "   " W-PERDIDAS "   " W-PROJECAO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           IF W-PROJECAO NOT < CAL-DIASMETA
               GO TO LET-TURMAS.
           ADD 1 TO W-ABAIXO
           COMPUTE W-REPOR = CAL-DIASMETA - W-PROJECAO
           MOVE SPACES TO LINREL
           STRING "    *** ABAIXO DO MINIMO - REPOR " W-REPOR
                  " AULAS ***"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           GO TO LET-TURMAS.
       LET-TURMAS-FIM.
           EXIT.
      *
      *        DATAS COM CHAMADA DA DISCIPLINA, DO INICIO DO TERMO ATE
      *        HOJE, QUE TEM ALUNO DA TURMA (REGTUR)
       LET-DADAS.
           MOVE ZEROS TO W-DADAS W-ULTDATA
           IF W-CHAABERTO NOT = "S"
               GO TO LET-DADAS-FIM.
           MOVE TUR-DISCIPLINA TO CHA-DISCIPLINA
           MOVE CAL-BIMINI (1) TO W-CHADATA
           MOVE W-CHADATA      TO CHA-DATA
           MOVE ZEROS          TO CHA-CODALU
           START CHAMADA KEY IS NOT LESS THAN CHA-CHAVE
           IF ST-CHA NOT = "00"
               GO TO LET-DADAS-FIM.
       LET-DADAS-LER.
           READ CHAMADA NEXT RECORD
               AT END GO TO LET-DADAS-FIM.
           IF CHA-DISCIPLINA NOT = TUR-DISCIPLINA
               GO TO LET-DADAS-FIM.
           MOVE CHA-DATA TO W-CHADATA
           IF W-CHADATA > W-LIMITE
               GO TO LET-DADAS-FIM.
           IF W-CHADATA = W-ULTDATA
               GO TO LET-DADAS-LER.
           IF W-MATABERTO = "S"
               MOVE CHA-CODALU     TO MAT-CODALU
               MOVE TUR-DISCIPLINA TO MAT-DISCIPLINA
               READ MATRICUL
               IF ST-MAT NOT = "00" OR MAT-TURMA NOT = TUR-ID
                   GO TO LET-DADAS-LER.
           ADD 1 TO W-DADAS
           MOVE W-CHADATA TO W-ULTDATA
           GO TO LET-DADAS-LER.
       LET-DADAS-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       LET-RESUMO.
           MOVE SPACES TO LINREL
           STRING "RELLETIV - RESUMO - TERMO " CAL-TERMO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-PAGINA THRU LET-PAGINA-FIM.
           MOVE SPACES TO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DIAS LETIVOS / META DO TERMO......: " W-LETIVOS
                  " / " CAL-DIASMETA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TURMAS LIDAS / ANALISADAS.........: " W-TURLIDAS
                  " / " W-TURANAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TURMAS DO ANO SEM DIA DA SEMANA...: " W-SEMDIA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TURMAS ABAIXO DO MINIMO...........: " W-ABAIXO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM LET-IMP THRU LET-IMP-FIM.
           IF W-CHAABERTO = "S"
               CLOSE CHAMADA.
           IF W-MATABERTO = "S"
               CLOSE MATRICUL.
           CLOSE TURMA RELLET IMPRESSORA.
           DISPLAY "RELLETIV - RELATORIO GERADO EM RELLETIV.TXT".
           DISPLAY "TURMAS ANALISADAS..........: " W-TURANAL.
           DISPLAY "TURMAS ABAIXO DO MINIMO....: " W-ABAIXO.
       LET-RESUMO-FIM.
           EXIT.
      *
      *        PRIMEIRA LINHA DE UMA PAGINA NOVA (JA EM LINREL)
       LET-PAGINA.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               MOVE "N" TO W-PRIMLIN
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
       LET-PAGINA-FIM.
           EXIT.
      *
       LET-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       LET-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * DIAS LETIVOS DO CALENDARIO ESCOLAR
      *-----------------------------------------------------------------
           COPY CPYCALP.
