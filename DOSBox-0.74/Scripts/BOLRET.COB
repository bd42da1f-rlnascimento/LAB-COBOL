      * ACORDO) SAI NO RELATORIO DE CORRECAO BOLRET.REL PARA A
      * SECRETARIA TRABALHAR. TRAILER DIVERGENTE E ACUSADO. AS DUAS
      * MANHAS DE DIGITACAO POR MES ACABAM AQUI.
      * BOLETO PAGO DEPOIS DO VENCIMENTO TEM A MULTA E OS JUROS DE
      * MORA CALCULADOS ATE A DATA DO PAGAMENTO (CPYENCP, COM OS
      * PARAMETROS DA ESCOLA) E O VALOR PAGO E REPARTIDO EM PRINCIPAL,
      * MULTA E JUROS (MEN-MULTA/MEN-JUROS). PAGAMENTO ABAIXO DO
      * DEVIDO E BAIXADO MAS SAI AVISADO NO BOLRET.REL.
      * O VALOR DE TODA LINHA DO RETORNO (BAIXADA OU REJEITADA - O
      * DINHEIRO ENTROU DO MESMO JEITO) SOMA NO CREDITO DO DIA DO
      * PAGAMENTO EM BOLCRED.DAT, QUE A CONCILIACAO BANCARIA (CONCBCO)
      * CASA COM O CREDITO DO EXTRATO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-RET.
           COPY CPYMSLS.
           COPY CPYBCRS.
           SELECT RELRET ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
                03 FILLER          PIC X(73).
      *
           COPY CPYMSLR.
           COPY CPYBCRR.
      *
       FD  RELRET
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       77 ST-RET         PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-BCR         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-QTDTRAILER   PIC 9(06) VALUE ZEROS.
       77 W-TEMTRAILER   PIC X(01) VALUE "N".
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
       77 W-AMENOR       PIC 9(06) VALUE ZEROS.
       77 W-SOMAMULTA    PIC 9(09)V99 VALUE ZEROS.
       77 W-SOMAJUROS    PIC 9(09)V99 VALUE ZEROS.
           COPY CPYMASC.
      *        MULTA E JUROS POR ATRASO (CPYENCP)
           COPY CPYENCW.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
           MOVE W-OPERADOR TO W-SPLOPER.
           PERFORM RET-OP0 THRU RET-OP0-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           PERFORM ENC-PAR THRU ENC-PAR-FIM.
           GO TO RET-LER.
      *
      *-----------------------------------------------------------------
               DISPLAY "ERRO AO ABRIR BOLRET.REL - ST=" ST-REL
               CLOSE ARQRET MENSALID
               GO TO ROT-FIM.
           OPEN I-O BOLCRED
           IF ST-BCR = "30" OR ST-BCR = "35"
               OPEN OUTPUT BOLCRED
               CLOSE BOLCRED
               OPEN I-O BOLCRED.
           IF ST-BCR NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLCRED.DAT - ST=" ST-BCR
               CLOSE ARQRET MENSALID RELRET
               GO TO ROT-FIM.
           MOVE "BOLRET.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "BOLRET  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ARQRET MENSALID RELRET BOLCRED
               GO TO ROT-FIM.
           MOVE "RETORNO DO BANCO - BOLETOS PAGOS" TO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           IF RT-TIPO NOT = "1"
               GO TO RET-LER.
           ADD 1 TO W-DETALHES.
           PERFORM RET-CREDITO THRU RET-CREDITO-FIM.
           PERFORM RET-BAIXA THRU RET-BAIXA-FIM.
           GO TO RET-LER.
      *
      *-----------------------------------------------------------------
      * CREDITO DO DIA DO PAGAMENTO PARA A CONCILIACAO BANCARIA
      *-----------------------------------------------------------------
       RET-CREDITO.
      *        LINHA JA BAIXADA COM O MESMO PAGAMENTO = RETORNO RODADO
      *        DE NOVO: O CREDITO JA FOI SOMADO
           MOVE RT-CODALU TO MEN-CODALU
           MOVE RT-COMPET TO MEN-COMPET
           READ MENSALID
           IF ST-MEN = "00" AND MEN-DATAPAG = RT-DATAPAG
              AND MEN-VALORPAG = RT-VALORPAG
               GO TO RET-CREDITO-FIM.
           MOVE RT-DATAPAG TO BCR-DATA
           READ BOLCRED
           IF ST-BCR = "00"
               ADD 1 TO BCR-QTD
               ADD RT-VALORPAG TO BCR-VALOR
               REWRITE REGBCR
           ELSE
               MOVE RT-DATAPAG  TO BCR-DATA
               MOVE 1           TO BCR-QTD
               MOVE RT-VALORPAG TO BCR-VALOR
               MOVE ZEROS       TO BCR-CONCIL
               WRITE REGBCR.
           IF ST-BCR NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO BOLCRED.DAT - ST=" ST-BCR
                   " " RT-DATAPAG.
       RET-CREDITO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * A BAIXA DE UMA LINHA - O PRIMEIRO MOTIVO REJEITA
      *-----------------------------------------------------------------
       RET-BAIXA.
               GO TO RET-BAIXA-REJ.
           MOVE RT-VALORPAG TO MEN-VALORPAG
           MOVE RT-DATAPAG  TO MEN-DATAPAG
           MOVE MEN-VALOR    TO ENC-VALOR
           MOVE MEN-COMPET   TO ENC-COMPET
           MOVE MEN-DATAPAG  TO ENC-DATAPAG
           PERFORM ENC-CALC THRU ENC-CALC-FIM
           MOVE MEN-VALORPAG TO ENC-PAGO
           PERFORM ENC-RATEIA THRU ENC-RATEIA-FIM
           MOVE ENC-MULTAPG  TO MEN-MULTA
           MOVE ENC-JUROSPG  TO MEN-JUROS
           REWRITE REGMEN
           IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
               MOVE "ERRO DE REGRAVACAO" TO W-MOTIVO
           MOVE "PAGAMENTO"  TO AUD-ACAO
           MOVE MEN-CHAVE    TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ADD MEN-MULTA TO W-SOMAMULTA
           ADD MEN-JUROS TO W-SOMAJUROS
           IF MEN-VALORPAG < ENC-TOTAL
               ADD 1 TO W-AMENOR
               MOVE ENC-TOTAL TO MASC-DINHEIRO-REL
               MOVE MEN-VALORPAG TO MASC-DINHEIRO-REL-B
               MOVE SPACES TO LINREL
               STRING "ALUNO " RT-CODALU " " RT-COMPET
                      " PAGO A MENOR: DEVIDO " MASC-DINHEIRO-REL
                      " PAGO " MASC-DINHEIRO-REL-B
                      DELIMITED BY SIZE INTO LINREL
               PERFORM RET-IMP THRU RET-IMP-FIM.
           GO TO RET-BAIXA-FIM.
       RET-BAIXA-REJ.
           ADD 1 TO W-REJEITADAS
           STRING "REJEITADAS (CORRIGIR)...: " W-REJEITADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PAGAS A MENOR...........: " W-AMENOR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE W-SOMAMULTA TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "MULTA RECEBIDA..........: " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE W-SOMAJUROS TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "JUROS RECEBIDOS.........: " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           IF W-TEMTRAILER = "S"
               IF W-QTDTRAILER NOT = W-DETALHES
                   MOVE SPACES TO LINREL
           ELSE
               MOVE "ATENCAO: RETORNO SEM TRAILER" TO LINREL
               PERFORM RET-IMP THRU RET-IMP-FIM.
           CLOSE ARQRET MENSALID RELRET IMPRESSORA AUDITORIA
                 BOLCRED.
           DISPLAY "BOLRET - RESULTADO EM BOLRET.REL".
           DISPLAY "BAIXADAS....: " W-BAIXADAS.
           DISPLAY "REJEITADAS..: " W-REJEITADAS.
      **********************
      *
           COPY CPYAUDP.
      *
      **********************
      * ENCARGOS POR ATRASO     *
      **********************
      *
           COPY CPYENCP.
