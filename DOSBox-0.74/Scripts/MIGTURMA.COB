       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGTURMA.
      **************************************
      *  MIGRACAO DE TURMA PARA O LAYOUT   *
      *  COM O PROFESSOR DA TURMA          *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE O ARQUIVO ATUAL (LAYOUT SEM
      * O TUR-PROF) ASSIM:
      *   TURMA.DAT -> TURMAANT.DAT
      * O JOB REGRAVA CADA TURMA NO LAYOUT NOVO COM TUR-PROF EM BRANCO
      * (SEM PROFESSOR); A ATRIBUICAO E FEITA DEPOIS NO CADTURMA, QUE
      * JA CONFERE O CHOQUE DE HORARIO DO PROFESSOR. ARQUIVO ANTIGO
      * AUSENTE E PULADO COM AVISO. MESMO MODELO DO MIGRESP. RODAR
      * ANTES DE USAR OS PROGRAMAS RECOMPILADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS TUR-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           COPY CPYTURS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TURMAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TURMAANT.DAT".
       01 REGTUR-ANT.
                03 TUR-CHAVE-ANT   PIC X(23).
                03 TUR-RESTO-ANT   PIC X(17).
      *
           COPY CPYTURR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-TUR         PIC X(02) VALUE "00".
       77 W-TURLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-TURGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-TUR THRU MIG-TUR-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * TURMAANT.DAT -> TURMA.DAT (TUR-PROF EM BRANCO)
      *-----------------------------------------------------------------
       MIG-TUR.
           OPEN INPUT TURMAANT
           IF ST-ANT NOT = "00"
               DISPLAY "TURMAANT.DAT NAO ENCONTRADO - TURMA PULADA"
               GO TO MIG-TUR-FIM.
           OPEN I-O TURMA
           IF ST-TUR NOT = "00"
               IF ST-TUR = "30"
                      OPEN OUTPUT TURMA
                      CLOSE TURMA
                      OPEN I-O TURMA
               ELSE
                      DISPLAY "ERRO AO ABRIR TURMA.DAT - ST=" ST-TUR
                      CLOSE TURMAANT
                      GO TO MIG-TUR-FIM.
       MIG-TUR-LER.
           READ TURMAANT NEXT RECORD
               AT END GO TO MIG-TUR-FECHA.
           ADD 1 TO W-TURLIDAS.
           MOVE REGTUR-ANT TO REGTUR (1:40)
           MOVE SPACES TO TUR-PROF
           WRITE REGTUR
           IF ST-TUR = "22"
               REWRITE REGTUR.
           IF ST-TUR = "00"
               ADD 1 TO W-TURGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR TURMA " TUR-CHAVE
                   " - ST=" ST-TUR.
           GO TO MIG-TUR-LER.
       MIG-TUR-FECHA.
           CLOSE TURMAANT TURMA.
       MIG-TUR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGTURMA - MIGRACAO CONCLUIDA".
           DISPLAY "TURMAS LIDAS/GRAVADAS......: " W-TURLIDAS " / "
               W-TURGRAV.
           DISPLAY "REJEITADOS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
