       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPEND.
      **************************************
      *  PENDENCIAS DE PAUTAS DE NOTAS     *
      *  POR PROFESSOR (PAUTA.DAT)         *
      **************************************
      *----------------------------------------------------------------
      * RELATORIO DIARIO DAS PAUTAS ESPERADAS (GERPAUTA) QUE PASSARAM
      * DO PRAZO SEM CHEGAR NO NOTACARG: VIA SORT (MESMO MODELO DO
      * DECLIR), AGRUPADAS POR PROFESSOR, COM DISCIPLINA, TURMA,
      * BIMESTRE, PRAZO E DIAS DE ATRASO, E O TOTAL DE CADA
      * PROFESSOR. PAUTA DE TURMA SEM PROFESSOR SAI NO GRUPO "SEM
      * PROFESSOR". O RESUMO CONTA TAMBEM AS EM ABERTO AINDA NO PRAZO.
      * SEM PERGUNTA NENHUMA, PODE ENTRAR NA ESTEIRA DA NOITE
      * (JOBSTREA.TXT) PARA O RELATORIO ESTAR PRONTO DE MANHA.
      * ARQUIVOS: RELPEND.TXT E O SPOOL RELPEND.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPAUS.
           COPY CPYPRFS.
           COPY CPYCALS.
           SELECT PENORD ASSIGN TO DISK.
           SELECT RELPEN ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPAUR.
           COPY CPYPRFR.
           COPY CPYCALR.
      *
       SD  PENORD.
       01 REGORD.
                03 ORD-PROF        PIC X(05).
                03 ORD-DISC        PIC X(20).
                03 ORD-TUR         PIC X(03).
                03 ORD-BIM         PIC 9(01).
                03 ORD-ANO         PIC 9(04).
                03 ORD-PRAZO       PIC 9(08).
                03 ORD-ATRASO      PIC 9(03).
      *
       FD  RELPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPEND.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAU         PIC X(02) VALUE "00".
       77 ST-PRF         PIC X(02) VALUE "00".
       77 ST-CAL         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYCALW.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-PRFABERTO    PIC X(01) VALUE "N".
       77 W-PRIMGRUPO    PIC X(01) VALUE "S".
       77 W-PROFANT      PIC X(05) VALUE SPACES.
       77 W-ATRASO       PIC 9(03) VALUE ZEROS.
       77 W-PROFQTD      PIC 9(04) VALUE ZEROS.
      *        CONTADORES DO RESUMO
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-RECEBIDAS    PIC 9(06) VALUE ZEROS.
       77 W-NOPRAZO      PIC 9(06) VALUE ZEROS.
       77 W-ATRASADAS    PIC 9(06) VALUE ZEROS.
       77 W-PROFS        PIC 9(04) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELPEND - PENDENCIAS DE PAUTAS DE NOTAS".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM PEN-OP0 THRU PEN-OP0-FIM.
           SORT PENORD ON ASCENDING KEY ORD-PROF ORD-DISC ORD-TUR
                                        ORD-BIM
                       INPUT PROCEDURE PEN-SELECIONA
                                  THRU PEN-SELECIONA-FIM
                       OUTPUT PROCEDURE PEN-IMPRIME
                                  THRU PEN-IMPRIME-FIM.
           PERFORM PEN-RESUMO THRU PEN-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - SEM PROFESSO.DAT O RELATORIO SAI SO
      * COM OS CODIGOS
      *-----------------------------------------------------------------
       PEN-OP0.
           OPEN INPUT PAUTA
           IF ST-PAU NOT = "00"
               DISPLAY "ERRO AO ABRIR PAUTA.DAT - ST=" ST-PAU
                   " (RODAR O GERPAUTA)"
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN OUTPUT RELPEN
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELPEND.TXT - ST=" ST-REL
               MOVE 8 TO RETURN-CODE
               CLOSE PAUTA
               GO TO ROT-FIM.
           MOVE "RELPEND.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELPEND " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               MOVE 8 TO RETURN-CODE
               CLOSE PAUTA RELPEN
               GO TO ROT-FIM.
           OPEN INPUT PROFESSO
           IF ST-PRF = "00"
               MOVE "S" TO W-PRFABERTO.
       PEN-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SELECIONA AS PAUTAS EM ABERTO COM O PRAZO VENCIDO
      *-----------------------------------------------------------------
       PEN-SELECIONA.
           READ PAUTA NEXT RECORD
               AT END GO TO PEN-SELECIONA-FIM.
           ADD 1 TO W-LIDAS.
           IF PAU-RECEB NOT = ZEROS
               ADD 1 TO W-RECEBIDAS
               GO TO PEN-SELECIONA.
           IF PAU-PRAZO NOT < W-HOJE
               ADD 1 TO W-NOPRAZO
               GO TO PEN-SELECIONA.
           ADD 1 TO W-ATRASADAS
           PERFORM PEN-ATRASO THRU PEN-ATRASO-FIM.
           MOVE PAU-PROF       TO ORD-PROF
           MOVE PAU-DISCIPLINA TO ORD-DISC
           MOVE PAU-TURMA      TO ORD-TUR
           MOVE PAU-BIM        TO ORD-BIM
           MOVE PAU-ANO        TO ORD-ANO
           MOVE PAU-PRAZO      TO ORD-PRAZO
           MOVE W-ATRASO       TO ORD-ATRASO
           RELEASE REGORD.
           GO TO PEN-SELECIONA.
       PEN-SELECIONA-FIM.
           EXIT.
      *
      *        DIAS CORRIDOS DO PRAZO ATE HOJE (LIMITADO A 999)
       PEN-ATRASO.
           MOVE PAU-PRAZO TO W-CALDATA
           MOVE ZEROS TO W-ATRASO.
       PEN-ATRASO-DIA.
           IF W-CALDATA NOT < W-HOJE OR W-ATRASO = 999
               GO TO PEN-ATRASO-FIM.
           PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM.
           ADD 1 TO W-ATRASO
           GO TO PEN-ATRASO-DIA.
       PEN-ATRASO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM GRUPO POR PROFESSOR
      *-----------------------------------------------------------------
       PEN-IMPRIME.
           MOVE SPACES TO LINREL
           STRING "ESCOLA LOJA AMIGOS - PAUTAS DE NOTAS ATRASADAS EM "
                  W-HOJE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PEN-PAGINA THRU PEN-PAGINA-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
       PEN-IMPRIME-LER.
           RETURN PENORD AT END GO TO PEN-IMPRIME-ULT.
           IF W-PRIMGRUPO = "S" OR ORD-PROF NOT = W-PROFANT
               PERFORM PEN-GRUPO THRU PEN-GRUPO-FIM.
           ADD 1 TO W-PROFQTD
           MOVE SPACES TO LINREL
           STRING "    " ORD-DISC " TURMA " ORD-TUR
                  "  " ORD-BIM "O BIM " ORD-ANO
                  "  PRAZO " ORD-PRAZO "  ATRASO " ORD-ATRASO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
           GO TO PEN-IMPRIME-LER.
       PEN-IMPRIME-ULT.
           IF W-PRIMGRUPO NOT = "S"
               PERFORM PEN-TOTAL THRU PEN-TOTAL-FIM.
       PEN-IMPRIME-FIM.
           EXIT.
      *
      *        FECHA O PROFESSOR ANTERIOR E ABRE O NOVO
       PEN-GRUPO.
           IF W-PRIMGRUPO NOT = "S"
               PERFORM PEN-TOTAL THRU PEN-TOTAL-FIM.
           MOVE "N" TO W-PRIMGRUPO
           MOVE ORD-PROF TO W-PROFANT
           MOVE ZEROS TO W-PROFQTD
           ADD 1 TO W-PROFS
           MOVE SPACES TO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
           MOVE SPACES TO LINREL
           IF ORD-PROF = SPACES
               MOVE "SEM PROFESSOR" TO LINREL
               PERFORM PEN-IMP THRU PEN-IMP-FIM
               GO TO PEN-GRUPO-FIM.
           MOVE ORD-PROF TO PRF-COD
           MOVE SPACES TO PRF-NOME
           IF W-PRFABERTO = "S"
               READ PROFESSO
               IF ST-PRF NOT = "00"
                   MOVE SPACES TO PRF-NOME.
           STRING "PROFESSOR " ORD-PROF " " PRF-NOME
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
       PEN-GRUPO-FIM.
           EXIT.
      *
       PEN-TOTAL.
           MOVE SPACES TO LINREL
           STRING "    PAUTAS ATRASADAS DO PROFESSOR: " W-PROFQTD
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
       PEN-TOTAL-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       PEN-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PAUTAS LIDAS......................: " W-LIDAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "RECEBIDAS.........................: " W-RECEBIDAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EM ABERTO NO PRAZO................: " W-NOPRAZO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ATRASADAS / PROFESSORES...........: " W-ATRASADAS
                  " / " W-PROFS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PEN-IMP THRU PEN-IMP-FIM.
           IF W-PRFABERTO = "S"
               CLOSE PROFESSO.
           CLOSE PAUTA RELPEN IMPRESSORA.
           DISPLAY "RELPEND - RELATORIO GERADO EM RELPEND.TXT".
           DISPLAY "PAUTAS ATRASADAS...........: " W-ATRASADAS.
       PEN-RESUMO-FIM.
           EXIT.
      *
      *        PRIMEIRA LINHA DE UMA PAGINA NOVA (JA EM LINREL)
       PEN-PAGINA.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               MOVE "N" TO W-PRIMLIN
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
       PEN-PAGINA-FIM.
           EXIT.
      *
       PEN-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       PEN-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        O PROGRAMA NORMALMENTE; CHAMADO PELO CONTROLADOR
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
      *
      *-----------------------------------------------------------------
      * CONTAGEM DE DIAS (ROTINAS DO CALENDARIO ESCOLAR)
      *-----------------------------------------------------------------
           COPY CPYCALP.
