      * (MEN-ACORDO) - A PARTIR DAI A BAIXA E PELA PARCELA, NO
      * CADPAGA (COMPETENCIA ZERO), E O RELINAD MOSTRA O ALUNO EM
      * SEPARADO DOS REALMENTE SILENCIOSOS. TUDO SAI EM AUDIT.TXT.
      * FATOR MENOR QUE 1 PERDOA PARTE DA DIVIDA: SE O PERDAO PASSA DA
      * ALCADA DO OPERADOR (FUNCAO ACOR, VER CPYALPP) O ACORDO NAO E
      * FECHADO AQUI - VAI PARA A FILA DO APRALC, QUE O FECHA NA
      * APROVACAO (GRAVACAO EM CPYACGP, COMUM AOS DOIS).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYMSLS.
           COPY CPYALUS.
           COPY CPYAUDS.
           COPY CPYALPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYMSLR.
           COPY CPYALUR.
           COPY CPYAUDR.
           COPY CPYALPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACORDOS    PIC 9(04) VALUE ZEROS.
       77 W-ABERTAS    PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
           COPY CPYACGW.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYALPW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-OPC.
       INC-WR1.
      *        PERDAO ACIMA DA ALCADA: O ACORDO AGUARDA O SUPERVISOR
                MOVE ZEROS TO W-ALPVALOR
                IF W-TOTACORD < W-TOTAL
                   COMPUTE W-ALPVALOR = W-TOTAL - W-TOTACORD.
                MOVE "ACOR" TO W-ALPFUNCAO
                PERFORM ALC-CONFERE THRU ALC-CONFERE-FIM
                IF W-ALCOK = "N"
                   MOVE SPACES TO W-ALPID
                   MOVE W-ALUSEL TO W-ALPID
                   MOVE "I" TO W-ALPMODO
                   MOVE ACG-DADOS TO W-ALPIMAGEM
                   PERFORM ALP-GRAVA THRU ALP-GRAVA-FIM
                   GO TO INC-001.
                PERFORM ACD-PROXSEQ THRU ACD-PROXSEQ-FIM
                MOVE W-ALUSEL   TO ACD-CODALU
                MOVE W-SEQNOVO  TO ACD-SEQ
       MEN-LISTA-FIM.
                EXIT.
      *
           COPY CPYACGP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
           COPY CPYAUDP.
      *
      **********************
      * ALCADA (ALCPEND.DAT) *
      **********************
      *
           COPY CPYALPP.
       FIM-ROT-TEMPO.
