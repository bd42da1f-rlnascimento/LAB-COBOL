       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRECAL.
      **************************************
      *  RECALLS EM ABERTO POR VEICULO     *
      *  (RECALVEI X RECALL X VEICULO)     *
      **************************************
      *----------------------------------------------------------------
      * LISTA, PLACA POR PLACA, AS CAMPANHAS DE RECALL LIGADAS AO
      * VEICULO (RECALVEI.DAT) QUE AINDA NAO TEM DATA DE ATENDIMENTO
      * NA CONCESSIONARIA: CAMPANHA, DESCRICAO, INICIO DA CAMPANHA E
      * DESDE QUANDO A PLACA ESTA VINCULADA. PLACA QUE JA SAIU DA
      * FROTA (VENDIDA, SUCATEADA) APARECE MARCADA, PARA O VINCULO
      * SER DESFEITO NO CADRECVE. NO FIM, O TOTAL DE VEICULOS E DE
      * RECALLS EM ABERTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRCVS.
           COPY CPYRCLS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           SELECT RELRCL ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRCVR.
           COPY CPYRCLR.
           COPY CPYVEIR.
      *
       FD  RELRCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRECAL.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RCV         PIC X(02) VALUE "00".
       77 ST-RCL         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-PLACAANT     PIC X(07) VALUE SPACES.
       77 W-VEICULOS     PIC 9(06) VALUE ZEROS.
       77 W-ABERTOS      PIC 9(06) VALUE ZEROS.
       77 W-FORAFROTA    PIC 9(06) VALUE ZEROS.
       77 W-DESC         PIC X(40) VALUE SPACES.
       01 W-DATAX.
            03 W-DATAX-ANO   PIC 9(04).
            03 W-DATAX-MES   PIC 9(02).
            03 W-DATAX-DIA   PIC 9(02).
       01 W-DATAX8 REDEFINES W-DATAX PIC 9(08).
       01 W-DATAED.
            03 W-DATAED-DIA  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-MES  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-ANO  PIC 9(04).
       01 W-DATAED2          PIC X(10) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM RRC-OP0 THRU RRC-OP0-FIM.
           PERFORM RRC-LISTA THRU RRC-LISTA-FIM.
           PERFORM RRC-FECHA THRU RRC-FECHA-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       RRC-OP0.
           OPEN INPUT RECALVEI
           IF ST-RCV NOT = "00"
               DISPLAY "ERRO AO ABRIR RECALVEI.DAT - ST=" ST-RCV
               GO TO ROT-FIM.
           OPEN INPUT RECALL
           IF ST-RCL NOT = "00"
               DISPLAY "ERRO AO ABRIR RECALL.DAT - ST=" ST-RCL
               CLOSE RECALVEI
               GO TO ROT-FIM.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               CLOSE RECALVEI RECALL
               GO TO ROT-FIM.
           OPEN OUTPUT RELRCL
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELRECAL.TXT - ST=" ST-REL
               CLOSE RECALVEI RECALL CADVEIC
               GO TO ROT-FIM.
           MOVE "RELRECAL.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELRECAL" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE RECALVEI RECALL CADVEIC RELRCL
               GO TO ROT-FIM.
           MOVE "RECALLS EM ABERTO POR VEICULO" TO LINREL
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
           MOVE "CAMPANHA        DESCRICAO" TO LINREL
           MOVE "INICIO     VINCULADA" TO LINREL (58:20)
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
       RRC-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * VINCULOS EM ORDEM DE PLACA, SO OS SEM ATENDIMENTO
      *-----------------------------------------------------------------
       RRC-LISTA.
           READ RECALVEI NEXT RECORD
               AT END GO TO RRC-LISTA-FIM.
           IF RCV-DATAEXEC NOT = ZEROS
               GO TO RRC-LISTA.
           IF RCV-PLACA NOT = W-PLACAANT
               MOVE RCV-PLACA TO W-PLACAANT
               PERFORM RRC-VEICULO THRU RRC-VEICULO-FIM.
           ADD 1 TO W-ABERTOS
           MOVE SPACES TO W-DESC W-DATAED2
           MOVE RCV-CAMPANHA TO RCL-CAMPANHA
           READ RECALL
           IF ST-RCL = "00"
               MOVE RCL-DESC TO W-DESC
               MOVE RCL-DATAINI TO W-DATAX8
               MOVE W-DATAX-DIA TO W-DATAED-DIA
               MOVE W-DATAX-MES TO W-DATAED-MES
               MOVE W-DATAX-ANO TO W-DATAED-ANO
               MOVE W-DATAED TO W-DATAED2
           ELSE
               MOVE "(CAMPANHA FORA DO RECALL.DAT)" TO W-DESC.
           MOVE RCV-DATAVINC TO W-DATAX8
           MOVE W-DATAX-DIA TO W-DATAED-DIA
           MOVE W-DATAX-MES TO W-DATAED-MES
           MOVE W-DATAX-ANO TO W-DATAED-ANO
           MOVE SPACES TO LINREL
           STRING RCV-CAMPANHA " " W-DESC " " W-DATAED2 " " W-DATAED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
           GO TO RRC-LISTA.
       RRC-LISTA-FIM.
           EXIT.
      *
      *        CABECALHO DA PLACA, COM O DONO E O MODELO DO CADASTRO
       RRC-VEICULO.
           ADD 1 TO W-VEICULOS
           MOVE SPACES TO LINREL
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
           MOVE RCV-PLACA TO PLACA
           READ CADVEIC
           MOVE SPACES TO LINREL
           IF ST-ERRO = "00"
               STRING "VEICULO " PLACA " " PROPRIETARIO
                      " ANO MOD " ANOMODELO
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               ADD 1 TO W-FORAFROTA
               STRING "VEICULO " RCV-PLACA
                      " *** FORA DA FROTA - DESFAZER O VINCULO ***"
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
       RRC-VEICULO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS E FECHAMENTO
      *-----------------------------------------------------------------
       RRC-FECHA.
           MOVE SPACES TO LINREL
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "VEICULOS COM RECALL ABERTO: " W-VEICULOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "RECALLS EM ABERTO.........: " W-ABERTOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PLACAS FORA DA FROTA......: " W-FORAFROTA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RRC-IMP THRU RRC-IMP-FIM.
           CLOSE RECALVEI RECALL CADVEIC RELRCL IMPRESSORA.
           DISPLAY "RELRECAL - RELATORIO GERADO EM RELRECAL.TXT".
           DISPLAY "RECALLS EM ABERTO....: " W-ABERTOS.
       RRC-FECHA-FIM.
           EXIT.
      *
       RRC-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RRC-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
