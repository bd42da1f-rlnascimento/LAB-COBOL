      * DE AMIGO (TABELA CPYAGIW, EM DIAS - MES COMERCIAL DE 30).
      * AMIGO SEM NENHUM CONTATO E SUGERIDO PARA HOJE. A SUGESTAO SO
      * GRAVA POR CIMA DE OUTRA SUGESTAO ("S"); DATA MARCADA A MAO NO
      * CADCONT ("M") E COBRANCA DE DEVOLUCAO POSTA PELO RELEMPR ("D")
      * SAO RESPEITADAS, ASSIM COMO A LIGACAO PARA PEDIR O NOVO EMAIL
      * POSTA PELO EMLRET ("E") ENQUANTO O EMAIL DO CADASTRO FOR O
      * DEVOLVIDO (EMAILDEV.DAT); CORRIGIDO O EMAIL, A ENTRADA VOLTA A
      * SER SUGESTAO. A LISTA DO DIA SAI NO RELAGEN.
      * TERMINA COM GOBACK E RC 8 EM ERRO DE ABERTURA, PARA RODAR
      * SOB O JOBCTRL.
      *----------------------------------------------------------------
                    FILE STATUS  IS ST-ERRO.
           COPY CPYCTTS.
           COPY CPYAGES.
           COPY CPYEDVS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYAMIR.
           COPY CPYCTTR.
           COPY CPYAGER.
           COPY CPYEDVR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-CTT         PIC X(02) VALUE "00".
       77 ST-AGE         PIC X(02) VALUE "00".
       77 ST-EDV         PIC X(02) VALUE "00".
       77 W-EDVDISP      PIC X(01) VALUE "N".
       77 W-EDVVALE      PIC X(01) VALUE "N".
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-SUGERIDOS    PIC 9(06) VALUE ZEROS.
       77 W-RESPEITADOS  PIC 9(06) VALUE ZEROS.
                      CLOSE CODAMIGO CONTATO
                      MOVE 8 TO RETURN-CODE
                      GO TO ROT-FIM.
      *        SEM EMAILDEV.DAT NENHUMA DEVOLUCAO ESTA VALENDO
           OPEN INPUT EMAILDEV
           IF ST-EDV = "00"
               MOVE "S" TO W-EDVDISP.
       AGE-OP0-FIM.
           EXIT.
      *
           ADD 1 TO W-LIDOS.
           IF SITAMIGO = "I"
               GO TO AGE-LER.
      *        DATA MARCADA A MAO E COBRANCA DE EMPRESTIMO SAO
      *        RESPEITADAS
           MOVE APELIDO TO AGE-APELIDO
           READ AGENDA
           IF ST-AGE = "00" AND (AGE-ORIGEM = "M" OR AGE-ORIGEM = "D")
               ADD 1 TO W-RESPEITADOS
               GO TO AGE-LER.
           IF ST-AGE = "00" AND AGE-ORIGEM = "E"
               PERFORM EDV-VALE THRU EDV-VALE-FIM
               IF W-EDVVALE = "S"
                   ADD 1 TO W-RESPEITADOS
                   GO TO AGE-LER.
           PERFORM CTT-ULTIMA THRU CTT-ULTIMA-FIM.
           PERFORM AGE-CALCULA THRU AGE-CALCULA-FIM.
           MOVE APELIDO TO AGE-APELIDO
           EXIT.
      *
      *-----------------------------------------------------------------
      * A DEVOLUCAO DO EMAIL AINDA VALE SE O EMAIL DO CADASTRO E O
      * MESMO QUE VOLTOU
      *-----------------------------------------------------------------
       EDV-VALE.
           MOVE "N" TO W-EDVVALE
           IF W-EDVDISP NOT = "S"
               GO TO EDV-VALE-FIM.
           MOVE APELIDO TO EDV-APELIDO
           READ EMAILDEV
           IF ST-EDV = "00" AND EDV-EMAIL = EMAIL
               MOVE "S" TO W-EDVVALE.
       EDV-VALE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       AGE-EOF.
           IF W-EDVDISP = "S"
               CLOSE EMAILDEV.
           CLOSE CODAMIGO CONTATO AGENDA.
           DISPLAY "AGESUGER - AGENDA SUGERIDA".
           DISPLAY "AMIGOS LIDOS.........: " W-LIDOS.
           DISPLAY "SUGESTOES GRAVADAS...: " W-SUGERIDOS.
           DISPLAY "DATAS MANTIDAS (M/D/E): " W-RESPEITADOS.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO CONTROLADOR DE ESTEIRA
