      *  RELATORIO DE ANIVERSARIANTES DO   *
      *  MES (CODAMIGO / DATANASCIMENTO)   *
      **************************************
      *----------------------------------------------------------------
      * ABAIXO DE CADA ANIVERSARIANTE SAEM OS TRES ULTIMOS PRESENTES
      * QUE DEMOS A ELE (PRESENTE.DAT, SENTIDO D), DO MAIS NOVO PARA
      * O MAIS ANTIGO, PARA NAO REPETIR O PRESENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS APELIDO
                        FILE STATUS  IS ST-ERRO.
           COPY CPYPSNS.
           SELECT ANVORD ASSIGN TO DISK.
           SELECT RELANV ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY CPYAMIR.
           COPY CPYPSNR.
      *
       SD  ANVORD.
       01 REGANV.
           COPY CPYIMPW.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-ACHADOS      PIC 9(06) VALUE ZEROS.
       77 ST-PSN         PIC X(02) VALUE "00".
       77 W-PSNDISP      PIC X(01) VALUE "N".
      *        OS TRES ULTIMOS PRESENTES DADOS AO ANIVERSARIANTE - A
      *        CHAVE E CRESCENTE NA DATA, ENTAO CADA NOVO EMPURRA OS
      *        ANTERIORES E A POSICAO 3 FICA SEMPRE COM O MAIS NOVO
       77 W-ULTQTD       PIC 9(01) VALUE ZEROS.
       77 W-ULTIND       PIC 9(01) VALUE ZEROS.
       01 W-ULTTAB.
            03 W-ULT OCCURS 3 TIMES.
                05 W-ULTDATA   PIC 9(08).
                05 W-ULTDESCR  PIC X(30).
                05 W-ULTVALOR  PIC 9(06)V99.
           COPY CPYMASC.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE RELANV
               GO TO ROT-FIM.
      *        SEM PRESENTE.DAT A LISTA SAI SO COM OS ANIVERSARIANTES
           OPEN INPUT PRESENTE
           IF ST-PSN = "00"
               MOVE "S" TO W-PSNDISP.
           SORT ANVORD ON ASCENDING KEY ANV-DIA
                       INPUT PROCEDURE  RAN-SELECIONA THRU RAN-SELECIONA-FIM
                       OUTPUT PROCEDURE RAN-IMPRIME THRU RAN-IMPRIME-FIM.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           IF W-PSNDISP = "S"
               CLOSE PRESENTE.
           CLOSE RELANV IMPRESSORA.
           DISPLAY "RELANIV - RELATORIO GERADO EM RELANIV.TXT".
           DISPLAY "ANIVERSARIANTES DO MES...: " W-ACHADOS.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           PERFORM PSN-ULTIMOS THRU PSN-ULTIMOS-FIM.
           GO TO RAN-IMPRIME-LER.
       RAN-IMPRIME-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * OS TRES ULTIMOS PRESENTES DADOS AO ANIVERSARIANTE
      *-----------------------------------------------------------------
       PSN-ULTIMOS.
           IF W-PSNDISP NOT = "S"
               GO TO PSN-ULTIMOS-FIM.
           MOVE ZEROS TO W-ULTQTD
           MOVE ANV-APELIDO TO PSN-APELIDO
           MOVE ZEROS TO PSN-DATA PSN-SEQ
           START PRESENTE KEY IS NOT LESS THAN PSN-CHAVE
           IF ST-PSN NOT = "00"
               GO TO PSN-ULTIMOS-FIM.
       PSN-ULTIMOS-LER.
           READ PRESENTE NEXT RECORD
           IF ST-PSN NOT = "00"
               GO TO PSN-ULTIMOS-IMP.
           IF PSN-APELIDO NOT = ANV-APELIDO
               GO TO PSN-ULTIMOS-IMP.
           IF PSN-SENTIDO NOT = "D"
               GO TO PSN-ULTIMOS-LER.
           MOVE W-ULT (2) TO W-ULT (1)
           MOVE W-ULT (3) TO W-ULT (2)
           MOVE PSN-DATA  TO W-ULTDATA (3)
           MOVE PSN-DESCR TO W-ULTDESCR (3)
           MOVE PSN-VALOR TO W-ULTVALOR (3)
           IF W-ULTQTD < 3
               ADD 1 TO W-ULTQTD.
           GO TO PSN-ULTIMOS-LER.
       PSN-ULTIMOS-IMP.
           IF W-ULTQTD = ZEROS
               MOVE SPACES TO LINREL
               STRING "      NENHUM PRESENTE DADO REGISTRADO"
                      DELIMITED BY SIZE INTO LINREL
               WRITE LINREL
               MOVE LINREL TO LINIMPR
               WRITE LINIMPR
               GO TO PSN-ULTIMOS-FIM.
           MOVE 3 TO W-ULTIND.
       PSN-ULTIMOS-LIN.
           MOVE W-ULTVALOR (W-ULTIND) TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "      PRESENTE DADO EM " W-ULTDATA (W-ULTIND) (7:2)
                  "/" W-ULTDATA (W-ULTIND) (5:2) "/"
                  W-ULTDATA (W-ULTIND) (1:4) " "
                  W-ULTDESCR (W-ULTIND) " " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           SUBTRACT 1 FROM W-ULTIND
           IF W-ULTIND > 3 - W-ULTQTD
               GO TO PSN-ULTIMOS-LIN.
       PSN-ULTIMOS-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
