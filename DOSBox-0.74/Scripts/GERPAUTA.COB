       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERPAUTA.
      **************************************
      *  GERACAO DAS PAUTAS DE NOTAS       *
      *  ESPERADAS (TURMA.DAT -> PAUTA.DAT)*
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O ANO LETIVO (ZEROS = ANO CORRENTE); O JOB
      * VARRE AS TURMAS DO ANO (TURMA COM ANO ZERADO VALE PARA
      * QUALQUER ANO) E GRAVA UMA PAUTA ESPERADA POR TURMA E
      * BIMESTRE, COM O PROFESSOR DA TURMA (TUR-PROF) E O PRAZO DE
      * ENTREGA. O PRAZO E O FIM DO BIMESTRE NO CALENDARIO ESCOLAR
      * (CALESC.DAT, PRIMEIRO TERMO DO ANO) MAIS OS DIAS DO PARAMETRO
      * PRAZOPAU (PADRAO 7); SEM CALENDARIO DO ANO, O OPERADOR DIGITA
      * OS QUATRO PRAZOS. RERODAR NAO DUPLICA: PAUTA AINDA EM ABERTO
      * FICA COM O PROFESSOR E O PRAZO NOVOS (A TURMA PODE TER TROCADO
      * DE PROFESSOR), PAUTA JA RECEBIDA NAO E MEXIDA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYTURS.
           COPY CPYPAUS.
           COPY CPYCALS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYTURR.
           COPY CPYPAUR.
           COPY CPYCALR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-TUR         PIC X(02) VALUE "00".
       77 ST-PAU         PIC X(02) VALUE "00".
       77 ST-CAL         PIC X(02) VALUE "00".
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-BIM          PIC 9(01) VALUE ZEROS.
       77 W-DIASPRAZO    PIC 9(03) VALUE 7.
       77 W-DIASIX       PIC 9(03) VALUE ZEROS.
       77 W-TEMCAL       PIC X(01) VALUE "N".
       77 W-TURLIDAS     PIC 9(05) VALUE ZEROS.
       77 W-TURANO       PIC 9(05) VALUE ZEROS.
       77 W-SEMPROF      PIC 9(05) VALUE ZEROS.
       77 W-GERADAS      PIC 9(06) VALUE ZEROS.
       77 W-ATUALIZADAS  PIC 9(06) VALUE ZEROS.
       77 W-RECEBIDAS    PIC 9(06) VALUE ZEROS.
       01 W-PRAZOS.
            03 W-PRAZO      PIC 9(08) OCCURS 4 TIMES.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
            03 W-HOJE-ANO   PIC 9(04).
            03 W-HOJE-MES   PIC 9(02).
            03 W-HOJE-DIA   PIC 9(02).
      *        PARAMETRO DO NEGOCIO (PARAMET.DAT VIA PARLER);
      *        AUSENTE, VALE O PADRAO DE SEMPRE
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
           COPY CPYCALW.
           COPY CPYDTVW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GERPAUTA - GERACAO DAS PAUTAS DE NOTAS".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE "PRAZOPAU" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-DIASPRAZO.
       GPA-ANO.
           DISPLAY "ANO LETIVO (AAAA, ZEROS = ANO CORRENTE): ".
           MOVE ZEROS TO W-ANO
           ACCEPT W-ANO.
           IF W-ANO = ZEROS
               MOVE W-HOJE-ANO TO W-ANO.
           IF W-ANO < 1990 OR W-ANO > W-HOJE-ANO + 1
               DISPLAY "ANO INVALIDO"
               GO TO GPA-ANO.
           PERFORM GPA-CALEND THRU GPA-CALEND-FIM.
           IF W-TEMCAL NOT = "S"
               DISPLAY "SEM CALENDARIO ESCOLAR PARA " W-ANO
                   " - INFORME OS PRAZOS"
               MOVE 1 TO W-BIM
               PERFORM GPA-DIGITA THRU GPA-DIGITA-FIM.
           PERFORM GPA-OP0 THRU GPA-OP0-FIM.
           GO TO GPA-LER.
      *
      *-----------------------------------------------------------------
      * PRAZOS PELO CALENDARIO: FIM DO BIMESTRE + PRAZOPAU DIAS
      *-----------------------------------------------------------------
       GPA-CALEND.
           MOVE "N" TO W-TEMCAL
           OPEN INPUT CALESC
           IF ST-CAL NOT = "00"
               GO TO GPA-CALEND-FIM.
       GPA-CALEND-LER.
           READ CALESC NEXT RECORD
           IF ST-CAL NOT = "00"
               CLOSE CALESC
               GO TO GPA-CALEND-FIM.
           MOVE CAL-BIMINI (1) TO W-CALDATA
           IF W-CALANO NOT = W-ANO
               GO TO GPA-CALEND-LER.
           CLOSE CALESC
           MOVE "S" TO W-TEMCAL
           DISPLAY "CALENDARIO DO TERMO " CAL-TERMO
           MOVE 1 TO W-BIM.
       GPA-CALEND-BIM.
           MOVE CAL-BIMFIM (W-BIM) TO W-CALDATA
           MOVE ZEROS TO W-DIASIX.
       GPA-CALEND-DIA.
           IF W-DIASIX < W-DIASPRAZO
               PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM
               ADD 1 TO W-DIASIX
               GO TO GPA-CALEND-DIA.
           MOVE W-CALDATA TO W-PRAZO (W-BIM)
           DISPLAY "PRAZO DA PAUTA DO " W-BIM "O BIMESTRE: "
               W-PRAZO (W-BIM)
           IF W-BIM < 4
               ADD 1 TO W-BIM
               GO TO GPA-CALEND-BIM.
       GPA-CALEND-FIM.
           EXIT.
      *
      *        SEM CALENDARIO: OS QUATRO PRAZOS DIGITADOS
       GPA-DIGITA.
           DISPLAY "PRAZO DA PAUTA DO " W-BIM "O BIMESTRE (AAAAMMDD): ".
           MOVE ZEROS TO W-DATA
           ACCEPT W-DATA.
           MOVE W-DATA-DIA TO DTV-DIA
           MOVE W-DATA-MES TO DTV-MES
           MOVE W-DATA-ANO TO DTV-ANO
           PERFORM DTV-001 THRU DTV-001-FIM.
           IF DTV-OK NOT = "S"
               DISPLAY "DATA INVALIDA"
               GO TO GPA-DIGITA.
           IF W-BIM > 1
               IF W-DATA NOT > W-PRAZO (W-BIM - 1)
                   DISPLAY "PRAZO TEM QUE SER DEPOIS DO ANTERIOR"
                   GO TO GPA-DIGITA.
           MOVE W-DATA TO W-PRAZO (W-BIM)
           IF W-BIM < 4
               ADD 1 TO W-BIM
               GO TO GPA-DIGITA.
       GPA-DIGITA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - CRIA PAUTA.DAT SE NAO EXISTIR
      *-----------------------------------------------------------------
       GPA-OP0.
           OPEN INPUT TURMA
           IF ST-TUR NOT = "00"
               DISPLAY "ERRO AO ABRIR TURMA.DAT - ST=" ST-TUR
               GO TO ROT-FIM.
           OPEN I-O PAUTA
           IF ST-PAU NOT = "00"
               IF ST-PAU = "30" OR ST-PAU = "35"
                      OPEN OUTPUT PAUTA
                      CLOSE PAUTA
                      OPEN I-O PAUTA
               ELSE
                      DISPLAY "ERRO AO ABRIR PAUTA.DAT - ST=" ST-PAU
                      CLOSE TURMA
                      GO TO ROT-FIM.
       GPA-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * QUATRO PAUTAS POR TURMA DO ANO
      *-----------------------------------------------------------------
       GPA-LER.
           READ TURMA NEXT RECORD
               AT END GO TO GPA-FIM.
           ADD 1 TO W-TURLIDAS.
           IF TUR-ANO NOT = ZEROS AND TUR-ANO NOT = W-ANO
               GO TO GPA-LER.
           ADD 1 TO W-TURANO
           IF TUR-PROF = SPACES
               ADD 1 TO W-SEMPROF
               DISPLAY "TURMA SEM PROFESSOR: " TUR-DISCIPLINA " "
                   TUR-ID.
           MOVE 1 TO W-BIM.
       GPA-BIM.
           PERFORM GPA-GRAVA THRU GPA-GRAVA-FIM.
           IF W-BIM < 4
               ADD 1 TO W-BIM
               GO TO GPA-BIM.
           GO TO GPA-LER.
      *
       GPA-GRAVA.
           MOVE W-ANO          TO PAU-ANO
           MOVE TUR-DISCIPLINA TO PAU-DISCIPLINA
           MOVE TUR-ID         TO PAU-TURMA
           MOVE W-BIM          TO PAU-BIM
           READ PAUTA
           IF ST-PAU = "00"
               GO TO GPA-GRAVA-EXISTE.
           MOVE TUR-PROF        TO PAU-PROF
           MOVE W-PRAZO (W-BIM) TO PAU-PRAZO
           MOVE ZEROS           TO PAU-RECEB PAU-LINHAS
           WRITE REGPAU
           IF ST-PAU = "00" OR "02"
               ADD 1 TO W-GERADAS
               GO TO GPA-GRAVA-FIM.
           DISPLAY "ERRO AO GRAVAR PAUTA " TUR-DISCIPLINA " " TUR-ID
               " ST=" ST-PAU.
           GO TO GPA-GRAVA-FIM.
       GPA-GRAVA-EXISTE.
           IF PAU-RECEB NOT = ZEROS
               ADD 1 TO W-RECEBIDAS
               GO TO GPA-GRAVA-FIM.
           MOVE TUR-PROF        TO PAU-PROF
           MOVE W-PRAZO (W-BIM) TO PAU-PRAZO
           REWRITE REGPAU
           IF ST-PAU = "00" OR "02"
               ADD 1 TO W-ATUALIZADAS.
       GPA-GRAVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       GPA-FIM.
           CLOSE TURMA PAUTA.
           DISPLAY "GERPAUTA - ANO LETIVO " W-ANO.
           DISPLAY "TURMAS LIDAS / DO ANO: " W-TURLIDAS " / " W-TURANO.
           DISPLAY "TURMAS SEM PROFESSOR.: " W-SEMPROF.
           DISPLAY "PAUTAS GERADAS.......: " W-GERADAS.
           DISPLAY "EM ABERTO ATUALIZADAS: " W-ATUALIZADAS.
           DISPLAY "JA RECEBIDAS.........: " W-RECEBIDAS.
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * VALIDACAO DE DATAS E CALENDARIO ESCOLAR
      *-----------------------------------------------------------------
           COPY CPYDTVP.
           COPY CPYCALP.
