       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCVER.
      **************************************
      *  CONFERE A ALCADA DO OPERADOR      *
      *  (SUBPROGRAMA - ALCADA.DAT)        *
      **************************************
      *----------------------------------------------------------------
      * CHAMADO PELO ALC-CONFERE (CPYALPP) NOS LANCAMENTOS FINANCEIROS
      * E PELO APRALC NA APROVACAO: DIZ SE O VALOR CABE NA ALCADA DO
      * OPERADOR PARA A FUNCAO (W-RESULT = "S") E DEVOLVE A ALCADA EM
      * W-LIMITE. SEM O PAR OPERADOR+FUNCAO EM ALCADA.DAT A ALCADA E
      * ZERO. ENQUANTO ALCADA.DAT NAO EXISTE OU ESTA VAZIO, QUALQUER
      * VALOR CABE - O COMPORTAMENTO DE ANTES DO CONTROLE EXISTIR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALCS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALCR.
      *
       WORKING-STORAGE SECTION.
       77 ST-ALC         PIC X(02) VALUE "00".
       77 W-TEMREG       PIC X(01) VALUE "N".
      *
       LINKAGE SECTION.
       01 W-OPER        PIC X(12).
       01 W-FUNCAO      PIC X(04).
       01 W-VALOR       PIC 9(09)V99.
       01 W-LIMITE      PIC 9(09)V99.
       01 W-RESULT      PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-OPER W-FUNCAO W-VALOR W-LIMITE
                                W-RESULT.
       INICIO.
           MOVE "N" TO W-RESULT.
           MOVE ZEROS TO W-LIMITE.
           OPEN INPUT ALCADA
           IF ST-ALC NOT = "00"
               MOVE "S" TO W-RESULT
               GOBACK.
      *        ARQUIVO VAZIO = CONTROLE AINDA NAO IMPLANTADO
           MOVE "N" TO W-TEMREG
           MOVE LOW-VALUES TO ALC-CHAVE
           START ALCADA KEY IS NOT LESS THAN ALC-CHAVE
           IF ST-ALC = "00"
               READ ALCADA NEXT RECORD
               IF ST-ALC = "00"
                   MOVE "S" TO W-TEMREG.
           IF W-TEMREG = "N"
               CLOSE ALCADA
               MOVE "S" TO W-RESULT
               GOBACK.
           MOVE W-OPER   TO ALC-OPER
           MOVE W-FUNCAO TO ALC-FUNCAO
           READ ALCADA
           IF ST-ALC = "00"
               MOVE ALC-LIMITE TO W-LIMITE.
           IF W-VALOR NOT > W-LIMITE
               MOVE "S" TO W-RESULT.
           CLOSE ALCADA.
           GOBACK.
