       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRESP.
      **************************************
      *  MIGRACAO DE ALUNO PARA O LAYOUT   *
      *  COM O RESPONSAVEL FINANCEIRO      *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE O ARQUIVO ATUAL (LAYOUT SEM
      * O CPFRESP) ASSIM:
      *   ALUNO.DAT -> ALUNOANT.DAT
      * O JOB REGRAVA CADA ALUNO NO LAYOUT NOVO COM CPFRESP ZERADO
      * (SEM RESPONSAVEL - O FONERESP CONTINUA VALENDO); OS VINCULOS
      * SAO FEITOS DEPOIS NO CADRESP. ARQUIVO ANTIGO AUSENTE E PULADO
      * COM AVISO. MESMO MODELO DO MIGSITU. RODAR ANTES DE USAR OS
      * PROGRAMAS RECOMPILADOS.
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
           COPY CPYALUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNOANT.DAT".
       01 REGALU-ANT.
                03 CODALU-ANT      PIC 9(05).
                03 ALU-RESTO-ANT   PIC X(61).
      *
           COPY CPYALUR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ALULIDOS     PIC 9(06) VALUE ZEROS.
       77 W-ALUGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-ALU THRU MIG-ALU-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * ALUNOANT.DAT -> ALUNO.DAT (CPFRESP ZERADO)
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
           MOVE REGALU-ANT TO REGALU (1:66)
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
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGRESP - MIGRACAO CONCLUIDA".
           DISPLAY "ALUNOS LIDOS/GRAVADOS......: " W-ALULIDOS " / "
               W-ALUGRAV.
           DISPLAY "REJEITADOS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
