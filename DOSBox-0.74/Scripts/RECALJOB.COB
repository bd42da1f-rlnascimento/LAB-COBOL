       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALJOB.
      **************************************
      *  VINCULO DAS CAMPANHAS DE RECALL   *
      *  AS PLACAS (RECALL X VEICULO.DAT)  *
      **************************************
      *----------------------------------------------------------------
      * PARA CADA CAMPANHA ATIVA DE RECALL.DAT, PERCORRE VEICULO.DAT E
      * VINCULA EM RECALVEI.DAT TODA PLACA DA MARCA (E DO MODELO,
      * QUANDO A CAMPANHA TEM MODELO) CUJO ANO-MODELO E/OU CHASSI CAI
      * NA FAIXA DA CAMPANHA. VINCULO QUE JA EXISTE NAO E TOCADO (A
      * DATA DE ATENDIMENTO FICA), ENTAO O JOB PODE RODAR TODA NOITE.
      * PLACA DA MARCA/MODELO SEM O ANO-MODELO OU O CHASSI QUE A FAIXA
      * PEDE NAO E VINCULADA: SAI NA LISTA "CONFERIR" DE RECALJOB.TXT
      * PARA O CADASTRO SER COMPLETADO (OU O VINCULO FEITO A MAO NO
      * CADRECVE). TERMINA COM GOBACK E RC 8 EM ERRO DE ABERTURA, PARA
      * RODAR SOB O JOBCTRL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRCLS.
           COPY CPYRCVS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           SELECT RELRCJ ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRCLR.
           COPY CPYRCVR.
           COPY CPYVEIR.
      *
       FD  RELRCJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECALJOB.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RCL         PIC X(02) VALUE "00".
       77 ST-RCV         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-CAMPANHAS    PIC 9(05) VALUE ZEROS.
       77 W-NOVOS        PIC 9(06) VALUE ZEROS.
       77 W-JAVINC       PIC 9(06) VALUE ZEROS.
       77 W-CONFERIR     PIC 9(06) VALUE ZEROS.
       77 W-CMPNOVOS     PIC 9(05) VALUE ZEROS.
      *        RESULTADO DO CRUZAMENTO DE UMA PLACA: S=ATINGIDA,
      *        N=FORA, C=FALTA DADO PARA CONFERIR
       77 W-CASA         PIC X(01) VALUE "N".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM RCJ-OP0 THRU RCJ-OP0-FIM.
           PERFORM RCJ-CAMPANHA THRU RCJ-CAMPANHA-FIM.
           PERFORM RCJ-RESUMO THRU RCJ-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       RCJ-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT RECALL
           IF ST-RCL NOT = "00"
               DISPLAY "ERRO AO ABRIR RECALL.DAT - ST=" ST-RCL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               CLOSE RECALL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
       RCJ-OP1.
           OPEN I-O RECALVEI
           IF ST-RCV NOT = "00"
               IF ST-RCV = "30" OR ST-RCV = "35"
                   OPEN OUTPUT RECALVEI
                   CLOSE RECALVEI
                   GO TO RCJ-OP1
               ELSE
                   DISPLAY "ERRO AO ABRIR RECALVEI.DAT - ST=" ST-RCV
                   CLOSE RECALL CADVEIC
                   MOVE 8 TO RETURN-CODE
                   GO TO ROT-FIM.
           OPEN OUTPUT RELRCJ
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RECALJOB.TXT - ST=" ST-REL
               CLOSE RECALL CADVEIC RECALVEI
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "RECALJOB.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RECALJOB" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE RECALL CADVEIC RECALVEI RELRCJ
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "VINCULO DAS CAMPANHAS DE RECALL AS PLACAS" TO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
       RCJ-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CAMPANHAS ATIVAS, UMA VARREDURA DA FROTA POR CAMPANHA
      *-----------------------------------------------------------------
       RCJ-CAMPANHA.
           READ RECALL NEXT RECORD
               AT END GO TO RCJ-CAMPANHA-FIM.
           IF RCL-SITUACAO NOT = "A"
               GO TO RCJ-CAMPANHA.
           ADD 1 TO W-CAMPANHAS
           MOVE ZEROS TO W-CMPNOVOS
           MOVE SPACES TO LINREL
           STRING "CAMPANHA " RCL-CAMPANHA " " RCL-DESC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           MOVE LOW-VALUES TO PLACA
           START CADVEIC KEY IS NOT LESS THAN PLACA
           IF ST-ERRO NOT = "00"
               GO TO RCJ-CAMPANHA-TOT.
       RCJ-FROTA.
           READ CADVEIC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO RCJ-CAMPANHA-TOT.
           PERFORM RCJ-CASA THRU RCJ-CASA-FIM.
           IF W-CASA = "N"
               GO TO RCJ-FROTA.
           IF W-CASA = "C"
               ADD 1 TO W-CONFERIR
               MOVE SPACES TO LINREL
               STRING "  CONFERIR   " PLACA
                      " SEM ANO-MODELO/CHASSI NO CADASTRO"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM RCJ-IMP THRU RCJ-IMP-FIM
               GO TO RCJ-FROTA.
           MOVE PLACA        TO RCV-PLACA
           MOVE RCL-CAMPANHA TO RCV-CAMPANHA
           READ RECALVEI
           IF ST-RCV = "00"
               ADD 1 TO W-JAVINC
               GO TO RCJ-FROTA.
           MOVE W-HOJE  TO RCV-DATAVINC
           MOVE "J"     TO RCV-ORIGEM
           MOVE ZEROS   TO RCV-DATAEXEC
           MOVE SPACES  TO RCV-CONCESS
           MOVE "RECALJOB" TO RCV-OPERADOR
           WRITE REGRCV
           IF ST-RCV NOT = "00" AND ST-RCV NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO RECALVEI.DAT - ST=" ST-RCV
               GO TO RCJ-FROTA.
           ADD 1 TO W-NOVOS W-CMPNOVOS
           MOVE SPACES TO LINREL
           STRING "  VINCULADA  " PLACA " " PROPRIETARIO
                  " " ANOMODELO " " CHASSI
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           GO TO RCJ-FROTA.
       RCJ-CAMPANHA-TOT.
           MOVE SPACES TO LINREL
           STRING "  PLACAS NOVAS NA CAMPANHA: " W-CMPNOVOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           GO TO RCJ-CAMPANHA.
       RCJ-CAMPANHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * A PLACA CORRENTE E ATINGIDA PELA CAMPANHA CORRENTE?
      *-----------------------------------------------------------------
       RCJ-CASA.
           MOVE "N" TO W-CASA
           IF MARCA NOT = RCL-MARCA
               GO TO RCJ-CASA-FIM.
           IF RCL-CODMODELO NOT = ZEROS
              AND CODMODELO NOT = RCL-CODMODELO
               GO TO RCJ-CASA-FIM.
           IF RCL-ANOINI NOT = ZEROS
               IF ANOMODELO = ZEROS
                   MOVE "C" TO W-CASA
                   GO TO RCJ-CASA-FIM
               ELSE
                   IF ANOMODELO < RCL-ANOINI
                      OR ANOMODELO > RCL-ANOFIM
                       GO TO RCJ-CASA-FIM.
           IF RCL-CHASINI NOT = SPACES
               IF CHASSI = SPACES
                   MOVE "C" TO W-CASA
                   GO TO RCJ-CASA-FIM
               ELSE
                   IF CHASSI < RCL-CHASINI OR CHASSI > RCL-CHASFIM
                       GO TO RCJ-CASA-FIM.
           MOVE "S" TO W-CASA.
       RCJ-CASA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS E FECHAMENTO
      *-----------------------------------------------------------------
       RCJ-RESUMO.
           MOVE SPACES TO LINREL
           STRING "CAMPANHAS ATIVAS..........: " W-CAMPANHAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "VINCULOS NOVOS............: " W-NOVOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "JA VINCULADAS.............: " W-JAVINC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PLACAS A CONFERIR.........: " W-CONFERIR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCJ-IMP THRU RCJ-IMP-FIM.
           CLOSE RECALL CADVEIC RECALVEI RELRCJ IMPRESSORA.
           DISPLAY "RECALJOB - RESULTADO EM RECALJOB.TXT".
           DISPLAY "VINCULOS NOVOS...: " W-NOVOS.
           DISPLAY "A CONFERIR.......: " W-CONFERIR.
       RCJ-RESUMO-FIM.
           EXIT.
      *
       RCJ-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RCJ-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO CONTROLADOR DE ESTEIRA
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
