      * RODADOS (ALO-ODORET - ALO-ODOSAI), APLICA A TARIFA E IMPRIME
      * UMA FATURA POR CPF TOMADOR (ALO-CPF, VIA SORT), CADA UMA EM
      * PAGINA NOVA NO SPOOL. O NUMERO NA MESA E O QUE FAZ O
      * DEPARTAMENTO PARAR DE TRATAR A FROTA COMO DE GRACA. OS
      * PEDAGIOS DA TAG PASSADOS NO MES E ATRIBUIDOS AO TOMADOR PELO
      * IMPPEDAG (PEDAGIO.DAT, OPCIONAL) ENTRAM NA MESMA FATURA, UMA
      * LINHA POR PASSAGEM.
      * COM UMA TARIFA DE KM PARTICULAR INFORMADA, OS KM DOS TRECHOS
      * PARTICULARES DO DIARIO DE BORDO (TRECHO.DAT, MOTIVO DE TIPO P)
      * SAEM DA CONTA DA TARIFA NORMAL E VIRAM UMA LINHA PROPRIA NA
      * FATURA, PELO VALOR POR KM DA TARIFA PARTICULAR. SEM ELA (OU SEM
      * O TRECHO.DAT) A FATURA SAI COMO SEMPRE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYALOS.
           COPY CPYTARS
               REPLACING ==ST-ERRO== BY ==ST-TAR==.
           COPY CPYPDGS.
           COPY CPYTRCS.
           SELECT FATORD ASSIGN TO DISK.
           SELECT RELFAT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY CPYALOR.
           COPY CPYTARR.
           COPY CPYPDGR.
           COPY CPYTRCR.
      *
       SD  FATORD.
       01 REGORD.
                03 ORD-DIAS        PIC 9(04).
                03 ORD-KM          PIC 9(07).
                03 ORD-VALOR       PIC 9(08)V99.
      *        A = ALOCACAO (DATARET = RETORNO), P = PEDAGIO (DATARET =
      *        DATA DA PASSAGEM), K = KM PARTICULAR DA ALOCACAO
                03 ORD-TIPO        PIC X(01).
                03 ORD-PRACA       PIC X(20).
      *
       FD  RELFAT
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       77 ST-ALO         PIC X(02) VALUE "00".
       77 ST-TAR         PIC X(02) VALUE "00".
       77 ST-PDG         PIC X(02) VALUE "00".
       77 ST-TRC         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-MESSEL       PIC 9(06) VALUE ZEROS.
       77 W-TARSEL       PIC 9(01) VALUE ZEROS.
       01 W-TARPSEL      PIC X(01) VALUE SPACES.
       01 W-TARPCOD REDEFINES W-TARPSEL
                         PIC 9(01).
       77 W-TARPKM       PIC 9(02)V99 VALUE ZEROS.
       77 W-SEPARA       PIC X(01) VALUE "N".
       77 W-TRCDISP      PIC X(01) VALUE "N".
       77 W-KMPART       PIC 9(07) VALUE ZEROS.
       77 W-KMPARTOT     PIC 9(08) VALUE ZEROS.
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-FATURADAS    PIC 9(06) VALUE ZEROS.
       77 W-FATURAS      PIC 9(06) VALUE ZEROS.
       77 W-PEDAGIOS     PIC 9(06) VALUE ZEROS.
       77 W-DIAS         PIC 9(04) VALUE ZEROS.
       77 W-KM           PIC 9(07) VALUE ZEROS.
       77 W-VALOR        PIC 9(08)V99 VALUE ZEROS.
           DISPLAY "CODIGO DA TARIFA (0-9): ".
           MOVE ZEROS TO W-TARSEL
           ACCEPT W-TARSEL.
       FAT-TARP.
           DISPLAY "TARIFA DO KM PARTICULAR (0-9, BRANCO = SEM): ".
           MOVE SPACES TO W-TARPSEL
           ACCEPT W-TARPSEL.
           IF W-TARPSEL NOT = SPACES AND W-TARPSEL NOT NUMERIC
               GO TO FAT-TARP.
           PERFORM FAT-OP0 THRU FAT-OP0-FIM.
           SORT FATORD ON ASCENDING KEY ORD-CPF
                      ON ASCENDING KEY ORD-DATARET
           IF ST-TAR NOT = "00"
               DISPLAY "ERRO AO ABRIR TARIFA.DAT - ST=" ST-TAR
               GO TO ROT-FIM.
      *        TARIFA DO KM PARTICULAR PRIMEIRO - REGTAR FICA COM A
      *        TARIFA NORMAL PARA O RESTO DO JOB
           IF W-TARPSEL = SPACES
               GO TO FAT-OP0-TAR.
           MOVE W-TARPCOD TO TAR-COD
           READ TARIFAS
           IF ST-TAR NOT = "00"
               DISPLAY "TARIFA " W-TARPCOD " NAO CADASTRADA - USE O"
                   " CADTARIF"
               CLOSE TARIFAS
               GO TO ROT-FIM.
           MOVE TAR-VALORKM TO W-TARPKM
           MOVE "S" TO W-SEPARA.
       FAT-OP0-TAR.
           MOVE W-TARSEL TO TAR-COD
           READ TARIFAS
           IF ST-TAR NOT = "00"
           IF ST-ALO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALOCA.DAT - ST=" ST-ALO
               GO TO FAT-SELECIONA-FIM.
           IF W-SEPARA = "S"
               OPEN INPUT TRECHO
               IF ST-TRC = "00"
                   MOVE "S" TO W-TRCDISP.
       FAT-SELECIONA-LER.
           READ ALOCA NEXT RECORD
               AT END
                   CLOSE ALOCA
                   IF W-TRCDISP = "S"
                       CLOSE TRECHO
                       GO TO FAT-SELPDG
                   ELSE
                       GO TO FAT-SELPDG.
           ADD 1 TO W-LIDAS.
           IF ALO-DATARET = ZEROS
               GO TO FAT-SELECIONA-LER.
               COMPUTE W-KM = ALO-ODORET - ALO-ODOSAI
           ELSE
               MOVE ZEROS TO W-KM.
           PERFORM FAT-PART THRU FAT-PART-FIM.
           SUBTRACT W-KMPART FROM W-KM
           COMPUTE W-VALOR = W-DIAS * TAR-VALORDIA
                           + W-KM * TAR-VALORKM.
           ADD 1 TO W-FATURADAS
           MOVE W-DIAS      TO ORD-DIAS
           MOVE W-KM        TO ORD-KM
           MOVE W-VALOR     TO ORD-VALOR
           MOVE "A"         TO ORD-TIPO
           MOVE SPACES      TO ORD-PRACA
           RELEASE REGORD.
           IF W-KMPART = ZEROS
               GO TO FAT-SELECIONA-LER.
           ADD W-KMPART TO W-KMPARTOT
           MOVE ALO-CPF     TO ORD-CPF
           MOVE ALO-DATARET TO ORD-DATARET
           MOVE ALO-PLACA   TO ORD-PLACA
           MOVE ALO-NOME    TO ORD-NOME
           MOVE ZEROS       TO ORD-DIAS
           MOVE W-KMPART    TO ORD-KM
           COMPUTE ORD-VALOR = W-KMPART * W-TARPKM
           MOVE "K"         TO ORD-TIPO
           MOVE SPACES      TO ORD-PRACA
           RELEASE REGORD.
           GO TO FAT-SELECIONA-LER.
      *
      *        KM PARTICULAR DA ALOCACAO NO DIARIO DE BORDO, NUNCA
      *        MAIS QUE O ODOMETRO (W-KM)
       FAT-PART.
           MOVE ZEROS TO W-KMPART
           IF W-TRCDISP NOT = "S"
               GO TO FAT-PART-FIM.
           MOVE ALO-CHAVE TO TRC-ALOCHAVE
           MOVE ZEROS TO TRC-SEQ
           START TRECHO KEY IS NOT LESS THAN TRC-CHAVE
           IF ST-TRC NOT = "00"
               GO TO FAT-PART-FIM.
       FAT-PART-LER.
           READ TRECHO NEXT RECORD
               AT END GO TO FAT-PART-TETO.
           IF TRC-ALOCHAVE NOT = ALO-CHAVE
               GO TO FAT-PART-TETO.
           IF TRC-TIPO = "P"
               ADD TRC-KM TO W-KMPART.
           GO TO FAT-PART-LER.
       FAT-PART-TETO.
           IF W-KMPART > W-KM
               MOVE W-KM TO W-KMPART.
       FAT-PART-FIM.
           EXIT.
      *
      *        PEDAGIOS DO MES JA ATRIBUIDOS A UM TOMADOR (A EXCECAO,
      *        SEM ALOCACAO, NAO TEM DE QUEM COBRAR)
       FAT-SELPDG.
           OPEN INPUT PEDAGIO
           IF ST-PDG NOT = "00"
               GO TO FAT-SELECIONA-FIM.
       FAT-SELPDG-LER.
           READ PEDAGIO NEXT RECORD
               AT END
                   CLOSE PEDAGIO
                   GO TO FAT-SELECIONA-FIM.
           IF PDG-SITUACAO NOT = "A"
               GO TO FAT-SELPDG-LER.
           IF PDG-DATA (1:6) NOT = W-MESSEL
               GO TO FAT-SELPDG-LER.
           ADD 1 TO W-PEDAGIOS
           MOVE PDG-CPF     TO ORD-CPF
           MOVE PDG-DATA    TO ORD-DATARET
           MOVE PDG-PLACA   TO ORD-PLACA
           MOVE PDG-NOME    TO ORD-NOME
           MOVE ZEROS       TO ORD-DIAS ORD-KM
           MOVE PDG-VALOR   TO ORD-VALOR
           MOVE "P"         TO ORD-TIPO
           MOVE PDG-PRACA   TO ORD-PRACA
           RELEASE REGORD.
           GO TO FAT-SELPDG-LER.
       FAT-SELECIONA-FIM.
           EXIT.
      *
           ADD ORD-VALOR TO W-TOTGERAL
           MOVE ORD-VALOR TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           IF ORD-TIPO = "P"
               STRING "  " ORD-PLACA " PED " ORD-DATARET
                      " " ORD-PRACA
                      " VALOR " MASC-DINHEIRO-REL
                      DELIMITED BY SIZE INTO LINREL.
           IF ORD-TIPO = "K"
               STRING "  " ORD-PLACA " PAR " ORD-DATARET
                      " KM PARTICULAR " ORD-KM
                      " VALOR " MASC-DINHEIRO-REL
                      DELIMITED BY SIZE INTO LINREL.
           IF ORD-TIPO = "A"
               STRING "  " ORD-PLACA " RET " ORD-DATARET
                      " DIARIAS " ORD-DIAS
                      " KM " ORD-KM
                      " VALOR " MASC-DINHEIRO-REL
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM FAT-IMP THRU FAT-IMP-FIM.
           GO TO FAT-IMPRIME.
       FAT-IMPRIME-FIM.
                  "  TOTAL: " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FAT-IMP THRU FAT-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PEDAGIOS COBRADOS.......: " W-PEDAGIOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FAT-IMP THRU FAT-IMP-FIM.
           IF W-SEPARA = "S"
               MOVE SPACES TO LINREL
               STRING "KM PARTICULAR COBRADO...: " W-KMPARTOT
                      DELIMITED BY SIZE INTO LINREL
               PERFORM FAT-IMP THRU FAT-IMP-FIM.
           CLOSE TARIFAS RELFAT IMPRESSORA.
           DISPLAY "FATALOC - FATURAS GERADAS EM FATALOC.TXT".
           DISPLAY "FATURAS EMITIDAS.....: " W-FATURAS.
