       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVAREG.
      **************************************
      *  REGISTRA UM MOVIMENTO DO ALUNO    *
      *  (SUBPROGRAMA - MOVALU.DAT)        *
      **************************************
      *----------------------------------------------------------------
      * CHAMADO POR P201621A E APRPREMA NA INCLUSAO DO ALUNO (TIPO E)
      * E PELO CADSAIDA NO CANCELAMENTO, TRANCAMENTO E RETORNO (C, T,
      * R); O TRFALUNO REGISTRA A TROCA DE FILIAL (F). GRAVA UMA
      * LINHA EM MOVALU.DAT (CRIADO NO PRIMEIRO USO), TENTANDO O SEQ
      * DE 01 EM DIANTE PARA O MESMO ALUNO NO MESMO DIA, COMO O
      * CADOCOR. DEVOLVE W-RESULT = "S" QUANDO GRAVOU;
      * "N" NAO DESFAZ O MOVIMENTO EM SI - SO FALTA A LINHA NO
      * RELMOVAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMVAS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMVAR.
      *
       WORKING-STORAGE SECTION.
       77 ST-MVA         PIC X(02) VALUE "00".
      *
       LINKAGE SECTION.
       01 W-CODALU      PIC 9(05).
       01 W-TIPO        PIC X(01).
       01 W-DATA        PIC 9(08).
       01 W-MOTIVO      PIC X(30).
       01 W-OPER        PIC X(12).
       01 W-RESULT      PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-CODALU W-TIPO W-DATA W-MOTIVO
                                W-OPER W-RESULT.
       INICIO.
           MOVE "N" TO W-RESULT.
           OPEN I-O MOVALU
           IF ST-MVA NOT = "00"
               IF ST-MVA = "30" OR ST-MVA = "35"
                      OPEN OUTPUT MOVALU
                      CLOSE MOVALU
                      OPEN I-O MOVALU
               ELSE
                      GOBACK.
           IF ST-MVA NOT = "00"
               GOBACK.
           MOVE W-DATA   TO MVA-DATA
           MOVE W-CODALU TO MVA-CODALU
           MOVE W-TIPO   TO MVA-TIPO
           MOVE W-MOTIVO TO MVA-MOTIVO
           MOVE W-OPER   TO MVA-OPERADOR
           MOVE 1 TO MVA-SEQ.
       MVA-GRAVA.
           WRITE REGMVA
           IF ST-MVA = "22"
               IF MVA-SEQ < 99
                   ADD 1 TO MVA-SEQ
                   GO TO MVA-GRAVA.
           IF ST-MVA = "00" OR ST-MVA = "02"
               MOVE "S" TO W-RESULT.
           CLOSE MOVALU.
           GOBACK.
