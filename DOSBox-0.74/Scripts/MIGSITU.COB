       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGSITU.
      **************************************
      *  MIGRACAO DE ALUNO, MATRICULA E    *
      *  MENSALIDADE PARA O LAYOUT COM     *
      *  SITUACAO (SAIDA DO ALUNO)         *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE OS ARQUIVOS ATUAIS (LAYOUT
      * SEM OS CAMPOS DE SITUACAO) ASSIM:
      *   ALUNO.DAT    -> ALUNOANT.DAT
      *   MATRICUL.DAT -> MATRIANT.DAT
      *   MENSALID.DAT -> MENSAANT.DAT
      * O JOB REGRAVA CADA REGISTRO NO LAYOUT NOVO COM A SITUACAO EM
      * BRANCO (ALUNO ATIVO, MATRICULA ATIVA, COBRANCA NORMAL) E
      * DTSITALU ZERADO - NINGUEM MIGRA JA CANCELADO; AS SAIDAS SAO
      * LANCADAS DEPOIS NO CADSAIDA. ARQUIVO ANTIGO AUSENTE E PULADO
      * COM AVISO. MESMO MODELO DO MIGMENSA/MIGMATRI. RODAR ANTES DE
      * USAR OS PROGRAMAS RECOMPILADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS CODALU-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT MATRIANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS MAT-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT MENSAANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS MEN-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           COPY CPYALUS.
           COPY CPYMATS.
           COPY CPYMSLS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNOANT.DAT".
       01 REGALU-ANT.
                03 CODALU-ANT      PIC 9(05).
                03 ALU-RESTO-ANT   PIC X(52).
      *
       FD  MATRIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MATRIANT.DAT".
       01 REGMAT-ANT.
                03 MAT-CHAVE-ANT   PIC X(25).
                03 MAT-RESTO-ANT   PIC X(26).
      *
       FD  MENSAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAANT.DAT".
       01 REGMEN-ANT.
                03 MEN-CHAVE-ANT   PIC X(11).
                03 MEN-RESTO-ANT   PIC X(26).
      *
           COPY CPYALUR.
           COPY CPYMATR.
           COPY CPYMSLR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 W-ALULIDOS     PIC 9(06) VALUE ZEROS.
       77 W-ALUGRAV      PIC 9(06) VALUE ZEROS.
       77 W-MATLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-MATGRAV      PIC 9(06) VALUE ZEROS.
       77 W-MENLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-MENGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-ALU THRU MIG-ALU-FIM.
           PERFORM MIG-MAT THRU MIG-MAT-FIM.
           PERFORM MIG-MEN THRU MIG-MEN-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * ALUNOANT.DAT -> ALUNO.DAT (SITALU EM BRANCO)
      *-----------------------------------------------------------------
       MIG-ALU.
           OPEN INPUT ALUNOANT
           IF ST-ANT NOT = "00"
               DISPLAY "ALUNOANT.DAT NAO ENCONTRADO - ALUNO PULADO"
               GO TO MIG-ALU-FIM.
           OPEN I-O ALUNO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ALUNO
                      CLOSE ALUNO
                      OPEN I-O ALUNO
               ELSE
                      DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
                      CLOSE ALUNOANT
                      GO TO MIG-ALU-FIM.
       MIG-ALU-LER.
           READ ALUNOANT NEXT RECORD
               AT END GO TO MIG-ALU-FECHA.
           ADD 1 TO W-ALULIDOS.
           MOVE SPACES TO REGALU
           MOVE REGALU-ANT TO REGALU (1:57)
           MOVE SPACES TO SITALU
           MOVE ZEROS  TO DTSITALU
           MOVE ZEROS  TO CPFRESP
           WRITE REGALU
           IF ST-ERRO = "22"
               REWRITE REGALU.
           IF ST-ERRO = "00"
               ADD 1 TO W-ALUGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR ALUNO " CODALU " - ST=" ST-ERRO.
           GO TO MIG-ALU-LER.
       MIG-ALU-FECHA.
           CLOSE ALUNOANT ALUNO.
       MIG-ALU-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MATRIANT.DAT -> MATRICUL.DAT (MAT-SITUACAO EM BRANCO)
      *-----------------------------------------------------------------
       MIG-MAT.
           OPEN INPUT MATRIANT
           IF ST-ANT NOT = "00"
               DISPLAY "MATRIANT.DAT NAO ENCONTRADO - MATRICULA PULADA"
               GO TO MIG-MAT-FIM.
           OPEN I-O MATRICUL
           IF ST-MAT NOT = "00"
               IF ST-MAT = "30"
                      OPEN OUTPUT MATRICUL
                      CLOSE MATRICUL
                      OPEN I-O MATRICUL
               ELSE
                      DISPLAY "ERRO AO ABRIR MATRICUL.DAT - ST=" ST-MAT
                      CLOSE MATRIANT
                      GO TO MIG-MAT-FIM.
       MIG-MAT-LER.
           READ MATRIANT NEXT RECORD
               AT END GO TO MIG-MAT-FECHA.
           ADD 1 TO W-MATLIDOS.
           MOVE REGMAT-ANT TO REGMAT (1:51)
           MOVE SPACES TO MAT-SITUACAO
           WRITE REGMAT
           IF ST-MAT = "22"
               REWRITE REGMAT.
           IF ST-MAT = "00"
               ADD 1 TO W-MATGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR MATRICULA " MAT-CODALU
                   " - ST=" ST-MAT.
           GO TO MIG-MAT-LER.
       MIG-MAT-FECHA.
           CLOSE MATRIANT MATRICUL.
       MIG-MAT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MENSAANT.DAT -> MENSALID.DAT (MEN-SITUACAO EM BRANCO)
      *-----------------------------------------------------------------
       MIG-MEN.
           OPEN INPUT MENSAANT
           IF ST-ANT NOT = "00"
               DISPLAY "MENSAANT.DAT NAO ENCONTRADO - MENSALIDADE"
                   " PULADA"
               GO TO MIG-MEN-FIM.
           OPEN I-O MENSALID
           IF ST-MEN NOT = "00"
               IF ST-MEN = "30"
                      OPEN OUTPUT MENSALID
                      CLOSE MENSALID
                      OPEN I-O MENSALID
               ELSE
                      DISPLAY "ERRO AO ABRIR MENSALID.DAT - ST=" ST-MEN
                      CLOSE MENSAANT
                      GO TO MIG-MEN-FIM.
       MIG-MEN-LER.
           READ MENSAANT NEXT RECORD
               AT END GO TO MIG-MEN-FECHA.
           ADD 1 TO W-MENLIDOS.
           MOVE REGMEN-ANT TO REGMEN (1:37)
           MOVE SPACES TO MEN-SITUACAO
           MOVE ZEROS  TO MEN-MULTA MEN-JUROS
           MOVE ZEROS  TO MEN-REMESSA
           WRITE REGMEN
           IF ST-MEN = "22"
               REWRITE REGMEN.
           IF ST-MEN = "00"
               ADD 1 TO W-MENGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR MENSALIDADE " MEN-CODALU
                   " - ST=" ST-MEN.
           GO TO MIG-MEN-LER.
       MIG-MEN-FECHA.
           CLOSE MENSAANT MENSALID.
       MIG-MEN-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGSITU - MIGRACAO CONCLUIDA".
           DISPLAY "ALUNOS LIDOS/GRAVADOS......: " W-ALULIDOS " / "
               W-ALUGRAV.
           DISPLAY "MATRICULAS LIDAS/GRAVADAS..: " W-MATLIDOS " / "
               W-MATGRAV.
           DISPLAY "MENSALIDADES LIDAS/GRAVADAS: " W-MENLIDOS " / "
               W-MENGRAV.
           DISPLAY "REJEITADOS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
