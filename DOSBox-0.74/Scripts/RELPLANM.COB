      * DO ODOMETRO DA EXECUCAO + INTERVALO) OU POR TEMPO (MESES
      * DESDE A EXECUCAO PASSARAM DO INTERVALO). FALTANDO 500 KM OU
      * UM MES PARA VENCER, O SERVICO SAI COMO "A VENCER" - E O AVISO
      * ANTES DO MOTOR RECLAMAR. SERVICO VENCIDO OU A VENCER VAI
      * TAMBEM PARA A CAIXA DE AVISOS DO NIVEL O (AVISGRV - CPYAVSW),
      * VENCIDO/PENDENTE COM PRIORIDADE ALTA; UM AVISO POR SERVICO DA
      * PLACA E ULTIMA EXECUCAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *AVISO ANTECIPADO: FALTANDO 500 KM OU 1 MES, O SERVICO JA SAI
      *COMO A VENCER
       77 W-AVISOKM      PIC 9(04) VALUE 500.
           COPY CPYAVSW.
       01 W-ULTDATA      PIC 9(08) VALUE ZEROS.
       01 W-ULTDATA-R REDEFINES W-ULTDATA.
            03 W-ULT-ANO    PIC 9(04).
                      " " W-SITUA
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM PLA-IMP THRU PLA-IMP-FIM.
           IF W-SITUA NOT = "EM DIA"
               PERFORM PLA-AVISO THRU PLA-AVISO-FIM.
           GO TO PLA-LER.
      *
      *-----------------------------------------------------------------
           EXIT.
      *
      *-----------------------------------------------------------------
      * AVISO DO SERVICO NA CAIXA DO NIVEL O
      *-----------------------------------------------------------------
       PLA-AVISO.
           MOVE "N" TO W-AVSDTIPO
           MOVE "O" TO W-AVSDEST
           IF W-SITUA (1:2) = "**"
               MOVE 1 TO W-AVSPRIOR
           ELSE
               MOVE 2 TO W-AVSPRIOR.
           MOVE "RELPLANM" TO W-AVSPROG
           MOVE SPACES TO W-AVSCHREG
           STRING PLM-CHAVE W-ULTDATA DELIMITED BY SIZE
                  INTO W-AVSCHREG
           MOVE SPACES TO W-AVSTEXTO
           STRING "PLACA " PLM-PLACA " " DELIMITED BY SIZE
                  PLM-SERVICO DELIMITED BY "  "
                  " " W-SITUA DELIMITED BY SIZE
                  INTO W-AVSTEXTO
           CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
                                W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK.
       PLA-AVISO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       PLA-EOF.
