       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPIDX.
      **************************************
      *  MANUTENCAO DO INDICE DE USO DE    *
      *  CEP (CEPUSO.DAT)                  *
      **************************************
      *----------------------------------------------------------------
      * CHAMADO POR TODO PROGRAMA QUE GRAVA, ALTERA OU EXCLUI UM
      * REGISTRO QUE CARREGA CODCEP, LOGO DEPOIS DA GRAVACAO:
      *   CALL "CEPIDX" USING ARQUIVO (X07) CHAVE (X14) CEP (9(08))
      *                       RESULTADO (X01)
      * A ENTRADA DO REGISTRO (ARQUIVO + CHAVE) PASSA A APONTAR O CEP
      * INFORMADO; CEP ZERADO (REGISTRO EXCLUIDO OU SEM ENDERECO)
      * TIRA A ENTRADA. RESULTADO "S" = INDICE ATUALIZADO. SEM
      * CEPUSO.DAT O ARQUIVO E CRIADO VAZIO - ATE O CEPREIDX RODAR, SO
      * O QUE FOR MEXIDO DAI EM DIANTE ESTA NELE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCPXS.
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCPXR.
       WORKING-STORAGE SECTION.
       77 ST-CPX         PIC X(02) VALUE "00".
       LINKAGE SECTION.
       01 W-ARQ         PIC X(07).
       01 W-ID          PIC X(14).
       01 W-CEP         PIC 9(08).
       01 W-RESULT      PIC X(01).
       PROCEDURE DIVISION USING W-ARQ W-ID W-CEP W-RESULT.
       INICIO.
           MOVE "N" TO W-RESULT.
           OPEN I-O CEPUSO
           IF ST-CPX NOT = "00"
               IF ST-CPX = "30" OR ST-CPX = "35"
                      OPEN OUTPUT CEPUSO
                      CLOSE CEPUSO
                      OPEN I-O CEPUSO
               ELSE
                      GOBACK.
           IF ST-CPX NOT = "00"
               GOBACK.
           MOVE W-ARQ TO CPX-ARQ
           MOVE W-ID  TO CPX-ID
           READ CEPUSO
           IF ST-CPX = "00"
               GO TO CPX-EXISTE.
           IF W-CEP = ZEROS
               MOVE "S" TO W-RESULT
               GO TO CPX-FIM.
           MOVE W-CEP TO CPX-CEP
           ACCEPT CPX-DATA FROM DATE YYYYMMDD
           WRITE REGCPX
           IF ST-CPX = "00" OR ST-CPX = "02"
               MOVE "S" TO W-RESULT.
           GO TO CPX-FIM.
       CPX-EXISTE.
           IF W-CEP = ZEROS
               DELETE CEPUSO RECORD
               IF ST-CPX = "00"
                   MOVE "S" TO W-RESULT.
           IF W-CEP = ZEROS
               GO TO CPX-FIM.
           IF CPX-CEP = W-CEP
               MOVE "S" TO W-RESULT
               GO TO CPX-FIM.
           MOVE W-CEP TO CPX-CEP
           ACCEPT CPX-DATA FROM DATE YYYYMMDD
           REWRITE REGCPX
           IF ST-CPX = "00" OR ST-CPX = "02"
               MOVE "S" TO W-RESULT.
       CPX-FIM.
           CLOSE CEPUSO.
           GOBACK.
