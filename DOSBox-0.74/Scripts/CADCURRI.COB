      * (EM BRANCO = FIM DA TRILHA) E O NIVEL. E ESTA GRADE QUE O
      * REMATRIC SEGUE DEPOIS DO FECHATER - APROVADO VAI PARA A
      * SUCESSORA, REPROVADO REFAZ A MESMA - EM VEZ DAS DUAS SEMANAS
      * DE DIGITACAO DE JANEIRO. O PESO (ZERO = 1) PONDERA A
      * DISCIPLINA NA MEDIA GERAL DO QUADRO DE HONRA (RELHONRA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO CUR-DISCIPLINA CUR-PROXIMA
                MOVE ZEROS  TO CUR-NIVEL CUR-PESO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DA GRADE CURRICULAR"
                DISPLAY (04, 01) "DISCIPLINA      : "
                DISPLAY (05, 01) "SUCESSORA       : "
                DISPLAY (06, 01) "NIVEL           : "
                DISPLAY (07, 01) "PESO NA MEDIA   : ".
       INC-002.
                ACCEPT (04, 18) CUR-DISCIPLINA
                ACCEPT W-ACT FROM ESCAPE KEY
                   IF ST-CUR = "00"
                      DISPLAY (05, 18) CUR-PROXIMA
                      DISPLAY (06, 18) CUR-NIVEL
                      DISPLAY (07, 18) CUR-PESO
                      MOVE "*** DISCIPLINA JA NA GRADE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   MOVE "*** SUCESSORA IGUAL A PROPRIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 18) CUR-NIVEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
       INC-005.
                ACCEPT (07, 18) CUR-PESO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.
