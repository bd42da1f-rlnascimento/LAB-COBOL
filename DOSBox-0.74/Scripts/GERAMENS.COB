      * MENSALIDADE; O JOB VARRE ALUNO.DAT E GRAVA UMA COBRANCA EM
      * ABERTO PARA CADA ALUNO. ALUNO QUE JA TEM A COMPETENCIA
      * GERADA (CHAVE DUPLICADA) E PULADO, ENTAO O JOB PODE SER
      * RERODADO SEM DUPLICAR COBRANCA. ALUNO CANCELADO OU TRANCADO
      * (SITALU = C/T, MARCADO NO CADSAIDA) NAO RECEBE COBRANCA.
      * ALUNO QUE USA O TRANSPORTE ESCOLAR (PARADA.DAT VIGENTE NA
      * COMPETENCIA, EM ROTA ATIVA) TEM A TAXA MENSAL DA ROTA
      * (RTA-TAXA) SOMADA A COBRANCA, DEPOIS DO DESCONTO - O DESCONTO
      * E SO SOBRE A MENSALIDADE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYALUS.
           COPY CPYMSLS.
           COPY CPYDSCS.
           COPY CPYRPAS.
           COPY CPYRTAS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYALUR.
           COPY CPYMSLR.
           COPY CPYDSCR.
           COPY CPYRPAR.
           COPY CPYRTAR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-GERADAS      PIC 9(06) VALUE ZEROS.
       77 W-JAGERADAS    PIC 9(06) VALUE ZEROS.
       77 W-INATIVOS     PIC 9(06) VALUE ZEROS.
      *        DESCONTOS (DESCONTO.DAT E OPCIONAL - SEM ELE TODO
      *        ALUNO PAGA O VALOR PADRAO, COMO SEMPRE FOI)
       77 ST-DSC         PIC X(02) VALUE "00".
       77 W-DSCDISP      PIC X(01) VALUE "N".
       77 W-DESCONTADAS  PIC 9(06) VALUE ZEROS.
      *        TRANSPORTE ESCOLAR (PARADA.DAT E ROTA.DAT SAO
      *        OPCIONAIS - SEM ELES NINGUEM PAGA TRANSPORTE)
       77 ST-RPA         PIC X(02) VALUE "00".
       77 ST-RTA         PIC X(02) VALUE "00".
       77 W-TRPDISP      PIC X(01) VALUE "N".
       77 W-TRANSPORTE   PIC 9(06) VALUE ZEROS.
      *        PARAMETRO DO NEGOCIO (PARAMET.DAT VIA PARLER);
      *        AUSENTE, VALE O PADRAO DE SEMPRE
       77 W-PARNOME      PIC X(10) VALUE SPACES.
               MOVE "S" TO W-DSCDISP
           ELSE
               MOVE "N" TO W-DSCDISP.
       GER-OP2.
           OPEN INPUT PARADA
           IF ST-RPA NOT = "00"
               GO TO GER-OP0-FIM.
           OPEN INPUT ROTA
           IF ST-RTA NOT = "00"
               CLOSE PARADA
               GO TO GER-OP0-FIM.
           MOVE "S" TO W-TRPDISP.
       GER-OP0-FIM.
           EXIT.
      *
           READ ALUNO NEXT RECORD
               AT END GO TO GER-FIM.
           ADD 1 TO W-LIDOS.
           IF SITALU = "C" OR SITALU = "T"
               ADD 1 TO W-INATIVOS
               GO TO GER-LER.
           MOVE CODALU   TO MEN-CODALU
           MOVE W-COMPET TO MEN-COMPET
           MOVE W-VALOR  TO MEN-VALOR
           PERFORM GER-DESC THRU GER-DESC-FIM
           PERFORM GER-TRANSP THRU GER-TRANSP-FIM
           MOVE ZEROS    TO MEN-VALORPAG MEN-DATAPAG MEN-ACORDO
           MOVE SPACES   TO MEN-SITUACAO
           MOVE ZEROS    TO MEN-MULTA MEN-JUROS
           MOVE ZEROS    TO MEN-REMESSA
           WRITE REGMEN
           IF ST-MEN = "00" OR "02"
               ADD 1 TO W-GERADAS
       GER-FIM.
           IF W-DSCDISP = "S"
               CLOSE DESCONTO.
           IF W-TRPDISP = "S"
               CLOSE PARADA ROTA.
           CLOSE ALUNO MENSALID.
           DISPLAY "GERAMENS - COMPETENCIA " W-COMPET.
           DISPLAY "ALUNOS LIDOS.........: " W-LIDOS.
           DISPLAY "COBRANCAS GERADAS....: " W-GERADAS.
           DISPLAY "JA EXISTENTES........: " W-JAGERADAS.
           DISPLAY "CANCELADOS/TRANCADOS.: " W-INATIVOS.
           DISPLAY "COM DESCONTO.........: " W-DESCONTADAS.
           DISPLAY "TAXAS DE TRANSPORTE..: " W-TRANSPORTE.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
       GER-DESC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SOMA A TAXA DE CADA ROTA DO TRANSPORTE QUE O ALUNO USA NA
      * COMPETENCIA (PARADA.DAT COMECA PELO CODALU)
      *-----------------------------------------------------------------
       GER-TRANSP.
           IF W-TRPDISP NOT = "S"
               GO TO GER-TRANSP-FIM.
           MOVE CODALU TO RPA-CODALU
           MOVE LOW-VALUES TO RPA-ROTA
           START PARADA KEY IS NOT LESS THAN RPA-CHAVE
           IF ST-RPA NOT = "00"
               GO TO GER-TRANSP-FIM.
       GER-TRANSP-LER.
           READ PARADA NEXT RECORD
           IF ST-RPA NOT = "00"
               GO TO GER-TRANSP-FIM.
           IF RPA-CODALU NOT = CODALU
               GO TO GER-TRANSP-FIM.
           IF W-COMPET < RPA-COMPINI
               GO TO GER-TRANSP-LER.
           IF RPA-COMPFIM NOT = ZEROS AND W-COMPET > RPA-COMPFIM
               GO TO GER-TRANSP-LER.
           MOVE RPA-ROTA TO RTA-CODIGO
           READ ROTA
           IF ST-RTA NOT = "00"
               GO TO GER-TRANSP-LER.
           IF RTA-SITUACAO = "I" OR RTA-TAXA = ZEROS
               GO TO GER-TRANSP-LER.
           ADD RTA-TAXA TO MEN-VALOR
           ADD 1 TO W-TRANSPORTE
           GO TO GER-TRANSP-LER.
       GER-TRANSP-FIM.
           EXIT.
      *
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO CONTROLADOR DE ESTEIRA
