       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPEDAG.
      **************************************
      *  IMPORTACAO DO EXTRATO DA TAG DE   *
      *  PEDAGIO (PEDAGIO.TXT)             *
      **************************************
      *----------------------------------------------------------------
      * LE O EXTRATO MENSAL DA OPERADORA DA TAG (UMA LINHA POR
      * PASSAGEM: PLACA, DATA, HORA, PRACA E VALOR) E GRAVA CADA
      * PASSAGEM EM PEDAGIO.DAT. A PASSAGEM E ATRIBUIDA A ALOCACAO DA
      * MESMA PLACA ABERTA NAQUELE MOMENTO (SAIDA ATE O RETORNO; A QUE
      * AINDA ESTA NA RUA VALE ATE HOJE), COM O ALO-CPF/ALO-NOME DE
      * QUEM ESTAVA COM O CARRO - O FATALOC COBRA DELE. PASSAGEM SEM
      * ALOCACAO SAI NA LISTA DE EXCECOES (O CARRO DEVIA ESTAR NA
      * GARAGEM) E FICA EM PEDAGIO.DAT COMO EXCECAO. RECARREGAR O
      * MESMO EXTRATO NAO DUPLICA NADA: A PASSAGEM JA GRAVADA E
      * IGNORADA, A NAO SER A EXCECAO, QUE E CASADA DE NOVO (ALOCACAO
      * LANCADA DEPOIS). LINHA COM DATA, HORA OU VALOR NAO NUMERICO E
      * REJEITADA NO RELATORIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPDG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-ARQ.
           COPY CPYPDGS.
           COPY CPYALOS.
           SELECT RELPDG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQPDG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDAGIO.TXT".
       01 LINPDG.
                03 EX-PLACA        PIC X(07).
                03 EX-DATA         PIC X(08).
                03 EX-DATA-N REDEFINES EX-DATA
                                   PIC 9(08).
                03 EX-HORA         PIC X(06).
                03 EX-HORA-N REDEFINES EX-HORA
                                   PIC 9(06).
                03 EX-PRACA        PIC X(30).
                03 EX-VALOR        PIC X(07).
                03 EX-VALOR-N REDEFINES EX-VALOR
                                   PIC 9(05)V99.
                03 FILLER          PIC X(22).
      *
           COPY CPYPDGR.
           COPY CPYALOR.
      *
       FD  RELPDG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMPPEDAG.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ARQ         PIC X(02) VALUE "00".
       77 ST-PDG         PIC X(02) VALUE "00".
       77 ST-ALO         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-ATRIB        PIC 9(06) VALUE ZEROS.
       77 W-EXCECAO      PIC 9(06) VALUE ZEROS.
       77 W-RECASADAS    PIC 9(06) VALUE ZEROS.
       77 W-JAGRAV       PIC 9(06) VALUE ZEROS.
       77 W-REJEIT       PIC 9(06) VALUE ZEROS.
       77 W-TOTATR       PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTEXC       PIC 9(08)V99 VALUE ZEROS.
       77 W-NOVA         PIC X(01) VALUE "S".
       77 W-ACHCPF       PIC 9(11) VALUE ZEROS.
       77 W-ACHNOME      PIC X(35) VALUE SPACES.
       77 W-ACHSAI       PIC 9(14) VALUE ZEROS.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
      *        MOMENTO DA PASSAGEM E FIM DA ALOCACAO EM AAAAMMDDHHMMSS
       01 W-MOMPAS.
            03 W-MOMPAS-DATA PIC 9(08).
            03 W-MOMPAS-HORA PIC 9(06).
       01 W-MOMFIM.
            03 W-MOMFIM-DATA PIC 9(08).
            03 W-MOMFIM-HORA PIC 9(06).
           COPY CPYMASC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "IMPPEDAG - IMPORTACAO DO EXTRATO DA TAG DE PEDAGIO".
           ACCEPT W-DATA FROM DATE YYYYMMDD.
           PERFORM PDG-OP0 THRU PDG-OP0-FIM.
           GO TO PDG-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       PDG-OP0.
           OPEN INPUT ARQPDG
           IF ST-ARQ NOT = "00"
               DISPLAY "PEDAGIO.TXT NAO ENCONTRADO - ST=" ST-ARQ
               GO TO ROT-FIM.
           OPEN I-O PEDAGIO
           IF ST-PDG = "30" OR ST-PDG = "35"
               OPEN OUTPUT PEDAGIO
               CLOSE PEDAGIO
               DISPLAY "** ARQUIVO PEDAGIO.DAT SENDO CRIADO **"
               OPEN I-O PEDAGIO.
           IF ST-PDG NOT = "00"
               DISPLAY "ERRO AO ABRIR PEDAGIO.DAT - ST=" ST-PDG
               CLOSE ARQPDG
               GO TO ROT-FIM.
           OPEN INPUT ALOCA
           IF ST-ALO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALOCA.DAT - ST=" ST-ALO
               CLOSE ARQPDG PEDAGIO
               GO TO ROT-FIM.
           OPEN OUTPUT RELPDG
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPPEDAG.TXT - ST=" ST-REL
               CLOSE ARQPDG PEDAGIO ALOCA
               GO TO ROT-FIM.
           MOVE "IMPPEDAG.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "IMPPEDAG" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ARQPDG PEDAGIO ALOCA RELPDG
               GO TO ROT-FIM.
           MOVE "PEDAGIOS SEM ALOCACAO (EXCECOES) E LINHAS REJEITADAS"
               TO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
       PDG-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA PASSAGEM POR LINHA DO EXTRATO
      *-----------------------------------------------------------------
       PDG-LER.
           READ ARQPDG
               AT END GO TO PDG-EOF.
           ADD 1 TO W-LIDAS.
           IF EX-PLACA = SPACES OR EX-DATA NOT NUMERIC
              OR EX-HORA NOT NUMERIC OR EX-VALOR NOT NUMERIC
               ADD 1 TO W-REJEIT
               MOVE SPACES TO LINREL
               STRING "LINHA " W-LIDAS " REJEITADA: " LINPDG (1:50)
                      DELIMITED BY SIZE INTO LINREL
               PERFORM PDG-IMP THRU PDG-IMP-FIM
               GO TO PDG-LER.
           MOVE EX-PLACA  TO PDG-PLACA
           MOVE EX-DATA-N TO PDG-DATA
           MOVE EX-HORA-N TO PDG-HORA
           MOVE "S" TO W-NOVA
           READ PEDAGIO
           IF ST-PDG = "00"
               MOVE "N" TO W-NOVA
               IF PDG-SITUACAO = "A"
                   ADD 1 TO W-JAGRAV
                   GO TO PDG-LER.
           PERFORM ALO-CASA THRU ALO-CASA-FIM.
           IF W-NOVA = "N"
               GO TO PDG-RECASA.
           MOVE EX-PRACA    TO PDG-PRACA
           MOVE EX-VALOR-N  TO PDG-VALOR
           MOVE W-DATA      TO PDG-DATAIMP
           PERFORM PDG-MARCA THRU PDG-MARCA-FIM
           WRITE REGPDG
           IF ST-PDG NOT = "00" AND ST-PDG NOT = "02"
               DISPLAY "ERRO AO GRAVAR PEDAGIO - " PDG-PLACA
                   " ST=" ST-PDG
               GO TO PDG-LER.
           IF PDG-SITUACAO = "E"
               PERFORM PDG-EXCECAO THRU PDG-EXCECAO-FIM
               GO TO PDG-LER.
           ADD 1 TO W-ATRIB
           ADD PDG-VALOR TO W-TOTATR.
           GO TO PDG-LER.
      *
      *        EXCECAO DE CARGA ANTERIOR: SO MUDA SE ACHOU A ALOCACAO
       PDG-RECASA.
           IF W-ACHCPF = ZEROS
               PERFORM PDG-EXCECAO THRU PDG-EXCECAO-FIM
               GO TO PDG-LER.
           PERFORM PDG-MARCA THRU PDG-MARCA-FIM
           REWRITE REGPDG
           IF ST-PDG NOT = "00" AND ST-PDG NOT = "02"
               DISPLAY "ERRO AO REGRAVAR PEDAGIO - " PDG-PLACA
                   " ST=" ST-PDG
               GO TO PDG-LER.
           ADD 1 TO W-RECASADAS
           ADD PDG-VALOR TO W-TOTATR.
           GO TO PDG-LER.
      *
       PDG-MARCA.
           IF W-ACHCPF = ZEROS
               MOVE "E"    TO PDG-SITUACAO
               MOVE ZEROS  TO PDG-CPF PDG-ALOSAI
               MOVE SPACES TO PDG-NOME
           ELSE
               MOVE "A"       TO PDG-SITUACAO
               MOVE W-ACHCPF  TO PDG-CPF
               MOVE W-ACHNOME TO PDG-NOME
               MOVE W-ACHSAI  TO PDG-ALOSAI.
       PDG-MARCA-FIM.
           EXIT.
      *
       PDG-EXCECAO.
           ADD 1 TO W-EXCECAO
           ADD PDG-VALOR TO W-TOTEXC
           MOVE PDG-VALOR TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING PDG-PLACA " " PDG-DATA " " PDG-HORA " "
                  PDG-PRACA (1:25) " " MASC-DINHEIRO-REL
                  " SEM ALOCACAO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
       PDG-EXCECAO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PROCURA A ALOCACAO DA PLACA ABERTA NO MOMENTO DA PASSAGEM:
      * SAIDA ATE O RETORNO. ALOCACAO EM ABERTO (DATARET = ZEROS) VALE
      * ATE HOJE.
      *-----------------------------------------------------------------
       ALO-CASA.
           MOVE ZEROS TO W-ACHCPF W-ACHSAI
           MOVE SPACES TO W-ACHNOME
           MOVE PDG-DATA TO W-MOMPAS-DATA
           MOVE PDG-HORA TO W-MOMPAS-HORA
           MOVE PDG-PLACA TO ALO-PLACA
           MOVE ZEROS TO ALO-DATASAI ALO-HORASAI
           START ALOCA KEY IS NOT LESS THAN ALO-CHAVE
           IF ST-ALO NOT = "00"
               GO TO ALO-CASA-FIM.
       ALO-CASA-LER.
           READ ALOCA NEXT RECORD
           IF ST-ALO NOT = "00"
               GO TO ALO-CASA-FIM.
           IF ALO-PLACA NOT = PDG-PLACA
               GO TO ALO-CASA-FIM.
           IF ALO-CHAVE (8:14) > W-MOMPAS
               GO TO ALO-CASA-FIM.
           IF ALO-DATARET = ZEROS
               MOVE W-DATA TO W-MOMFIM-DATA
               MOVE 235959 TO W-MOMFIM-HORA
           ELSE
               MOVE ALO-DATARET TO W-MOMFIM-DATA
               MOVE ALO-HORARET TO W-MOMFIM-HORA.
           IF W-MOMPAS NOT > W-MOMFIM
               MOVE ALO-CPF  TO W-ACHCPF
               MOVE ALO-NOME TO W-ACHNOME
               MOVE ALO-CHAVE (8:14) TO W-ACHSAI.
           GO TO ALO-CASA-LER.
       ALO-CASA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       PDG-EOF.
           MOVE SPACES TO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "LINHAS LIDAS............: " W-LIDAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
           MOVE W-TOTATR TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "ATRIBUIDAS AO TOMADOR...: " W-ATRIB
                  "  VALOR " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EXCECOES CASADAS AGORA..: " W-RECASADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
           MOVE W-TOTEXC TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "SEM ALOCACAO (EXCECAO)..: " W-EXCECAO
                  "  VALOR " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "JA CARREGADAS...........: " W-JAGRAV
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "LINHAS REJEITADAS.......: " W-REJEIT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM PDG-IMP THRU PDG-IMP-FIM.
           CLOSE ARQPDG PEDAGIO ALOCA RELPDG IMPRESSORA.
           DISPLAY "IMPPEDAG - RESULTADO EM IMPPEDAG.TXT".
           DISPLAY "ATRIBUIDAS.............: " W-ATRIB.
           DISPLAY "SEM ALOCACAO...........: " W-EXCECAO.
           GO TO ROT-FIM.
      *
       PDG-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       PDG-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
