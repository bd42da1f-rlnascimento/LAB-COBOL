      * AS QUE VENCEM NOS PROXIMOS 60 DIAS (CONTAGEM APROXIMADA DE
      * 30 DIAS POR MES, SUFICIENTE PARA O AVISO DE RENOVACAO). E A
      * LISTA QUE O RH TRABALHA ANTES DO CADALOC COMECAR A RECUSAR
      * A SAIDA. CADA CNH DA LISTA VAI TAMBEM PARA A CAIXA DE AVISOS
      * DOS OPERADORES (NIVEL O, VIA AVISGRV - CPYAVSW), COM PRIORIDADE
      * ALTA SE JA VENCEU OU VENCE EM ATE 7 DIAS; O AVISO E UM SO POR
      * CPF E VALIDADE, E A CADA RODADA SO O TEXTO E ATUALIZADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-VALDIAS      PIC 9(09) VALUE ZEROS.
       77 W-FALTAM       PIC S9(05) VALUE ZEROS.
       77 W-JANELA       PIC 9(03) VALUE 60.
       77 W-FALTAM-ED    PIC Z9.
           COPY CPYAVSW.
       01 W-VALID        PIC 9(08) VALUE ZEROS.
       01 W-VALID-R REDEFINES W-VALID.
            03 W-VAL-ANO    PIC 9(04).
                      "/" W-VAL-ANO " **"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CNH-IMP THRU CNH-IMP-FIM
               MOVE SPACES TO W-AVSTEXTO
               STRING "CNH DE " DELIMITED BY SIZE
                      MTR-NOME DELIMITED BY "  "
                      " VENCIDA EM " W-VAL-DIA "/" W-VAL-MES
                      "/" W-VAL-ANO DELIMITED BY SIZE
                      INTO W-AVSTEXTO
               PERFORM CNH-AVISO THRU CNH-AVISO-FIM
               GO TO CNH-LER.
           IF W-FALTAM NOT > W-JANELA
               ADD 1 TO W-AVENCER
                      " VENCE EM " W-VAL-DIA "/" W-VAL-MES
                      "/" W-VAL-ANO
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CNH-IMP THRU CNH-IMP-FIM
               MOVE W-FALTAM TO W-FALTAM-ED
               MOVE SPACES TO W-AVSTEXTO
               STRING "CNH DE " DELIMITED BY SIZE
                      MTR-NOME DELIMITED BY "  "
                      " VENCE EM " W-FALTAM-ED " DIAS"
                      DELIMITED BY SIZE INTO W-AVSTEXTO
               PERFORM CNH-AVISO THRU CNH-AVISO-FIM.
           GO TO CNH-LER.
      *
      *-----------------------------------------------------------------
           WRITE LINIMPR.
       CNH-IMP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * AVISO DA CNH NA CAIXA DO NIVEL O (TEXTO JA MONTADO)
      *-----------------------------------------------------------------
       CNH-AVISO.
           MOVE "N" TO W-AVSDTIPO
           MOVE "O" TO W-AVSDEST
           IF W-FALTAM > 7
               MOVE 2 TO W-AVSPRIOR
           ELSE
               MOVE 1 TO W-AVSPRIOR.
           MOVE "RELCNH" TO W-AVSPROG
           MOVE SPACES TO W-AVSCHREG
           STRING MTR-CPF MTR-VALIDADE DELIMITED BY SIZE
                  INTO W-AVSCHREG
           CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
                                W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK.
       CNH-AVISO-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
