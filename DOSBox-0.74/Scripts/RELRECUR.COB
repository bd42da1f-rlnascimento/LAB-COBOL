      * EM DIAS (EM BRANCO = 30) E SAEM OS PROTOCOLOS MAIS VELHOS QUE
      * ISSO (CONTAGEM APROXIMADA DE 30 DIAS POR MES). E A LISTA QUE
      * O DESPACHANTE COBRA DO ORGAO ANTES DO PRAZO DO PROXIMO
      * ESTAGIO PASSAR EM BRANCO. CADA PROTOCOLO DA LISTA VAI TAMBEM
      * PARA A CAIXA DE AVISOS DO NIVEL O (AVISGRV - CPYAVSW), UM AVISO
      * POR MULTA E INSTANCIA, COM PRIORIDADE ALTA PASSADO O DOBRO DO
      * PRAZO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-HOJEDIAS     PIC 9(09) VALUE ZEROS.
       77 W-PROTDIAS     PIC 9(09) VALUE ZEROS.
       77 W-ESPERA       PIC 9(05) VALUE ZEROS.
       77 W-ESPERA-ED    PIC ZZZZ9.
           COPY CPYAVSW.
       01 W-PROT         PIC 9(08) VALUE ZEROS.
       01 W-PROT-R REDEFINES W-PROT.
            03 W-PRT-ANO    PIC 9(04).
                      " PROTOCOLO " MUL-RECDATA
                      " HA " W-ESPERA " DIAS"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM REC-IMP THRU REC-IMP-FIM
               PERFORM REC-AVISO THRU REC-AVISO-FIM.
           GO TO REC-LER.
      *
      *-----------------------------------------------------------------
           WRITE LINIMPR.
       REC-IMP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * AVISO DO PROTOCOLO NA CAIXA DO NIVEL O
      *-----------------------------------------------------------------
       REC-AVISO.
           MOVE "N" TO W-AVSDTIPO
           MOVE "O" TO W-AVSDEST
           IF W-ESPERA > W-PRAZO * 2
               MOVE 1 TO W-AVSPRIOR
           ELSE
               MOVE 2 TO W-AVSPRIOR.
           MOVE "RELRECUR" TO W-AVSPROG
           MOVE SPACES TO W-AVSCHREG
           STRING MUL-CHAVE MUL-RECINST DELIMITED BY SIZE
                  INTO W-AVSCHREG
           MOVE W-ESPERA TO W-ESPERA-ED
           MOVE SPACES TO W-AVSTEXTO
           STRING "RECURSO DA MULTA " MUL-PLACA " " MUL-DATA-DIA "/"
                  MUL-DATA-MES "/" MUL-DATA-ANO " SEM DECISAO HA"
                  W-ESPERA-ED " DIAS"
                  DELIMITED BY SIZE INTO W-AVSTEXTO
           CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
                                W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK.
       REC-AVISO-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
