      *   - O KM ANUAL PELO VAO DE ODOMETRO DOS ABASTECIMENTOS DOS
      *     ULTIMOS 12 MESES (ABASTEC.DAT).
      * CADA DOSSIE COMECA EM PAGINA NOVA NO SPOOL. O QUE TOMAVA UMA
      * TARDE POR APOLICE SAI NUMA RODADA. CADA APOLICE DO DOSSIE VAI
      * TAMBEM PARA A CAIXA DE AVISOS (AVISGRV - CPYAVSW) DA FILIAL DO
      * VEICULO (SEM O VEICULO, DO NIVEL O), COM PRIORIDADE ALTA SE JA
      * VENCEU OU VENCE EM ATE 7 DIAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-ODOMIN       PIC 9(07) VALUE ZEROS.
       77 W-ODOMAX       PIC 9(07) VALUE ZEROS.
       77 W-KMANO        PIC 9(07) VALUE ZEROS.
       77 W-FALTAM-ED    PIC Z9.
           COPY CPYAVSW.
       01 W-SEGFIM       PIC 9(08) VALUE ZEROS.
       01 W-SEGFIM-R REDEFINES W-SEGFIM.
            03 W-FIM-ANO    PIC 9(04).
               GO TO DOS-LER.
           ADD 1 TO W-DOSSIES.
           PERFORM DOS-MONTA THRU DOS-MONTA-FIM.
           PERFORM DOS-AVISO THRU DOS-AVISO-FIM.
           GO TO DOS-LER.
      *
      *-----------------------------------------------------------------
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DOS-IMP THRU DOS-IMP-FIM.
      *        VEICULO E VALOR ATUAL
           MOVE "N" TO W-AVSDTIPO
           MOVE "O" TO W-AVSDEST
           MOVE SEG-PLACA TO PLACA
           READ CADVEIC
           IF ST-ERRO = "00" AND FILIAL NOT = ZEROS
               MOVE "F"    TO W-AVSDTIPO
               MOVE FILIAL TO W-AVSDEST.
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO LINREL
               STRING "PLACA " SEG-PLACA " FORA DE VEICULO.DAT"
           EXIT.
      *
      *-----------------------------------------------------------------
      * AVISO DA APOLICE NA CAIXA DA FILIAL DO VEICULO (DESTINATARIO
      * ESCOLHIDO NA LEITURA DO VEICULO, NO DOS-MONTA)
      *-----------------------------------------------------------------
       DOS-AVISO.
           MOVE SPACES TO W-AVSTEXTO
           IF W-FALTAM < 0
               COMPUTE W-FALTAM-ED = 0 - W-FALTAM
               STRING "APOLICE " SEG-APOLICE " DA PLACA " SEG-PLACA
                      " VENCEU HA " W-FALTAM-ED " DIAS"
                      DELIMITED BY SIZE INTO W-AVSTEXTO
           ELSE
               MOVE W-FALTAM TO W-FALTAM-ED
               STRING "APOLICE " SEG-APOLICE " DA PLACA " SEG-PLACA
                      " VENCE EM " W-FALTAM-ED " DIAS"
                      DELIMITED BY SIZE INTO W-AVSTEXTO.
           IF W-FALTAM > 7
               MOVE 2 TO W-AVSPRIOR
           ELSE
               MOVE 1 TO W-AVSPRIOR.
           MOVE "RELDOSSI" TO W-AVSPROG
           MOVE SEG-CHAVE TO W-AVSCHREG
           CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
                                W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK.
       DOS-AVISO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SINISTROS DA APOLICE
      *-----------------------------------------------------------------
       DOS-SINISTROS.
