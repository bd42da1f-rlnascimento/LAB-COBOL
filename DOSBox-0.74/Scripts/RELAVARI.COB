       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAVARI.
      **************************************
      *  HISTORICO DE AVARIAS POR VEICULO  *
      *  E CONTAGEM POR MOTORISTA          *
      **************************************
      *----------------------------------------------------------------
      * PARTE 1: TODAS AS AVARIAS DE AVARIA.DAT NA ORDEM DA CHAVE, UM
      * BLOCO POR PLACA - SEQUENCIA, DATA, AREA, DESCRICAO, ONDE FOI
      * ANOTADA (SAIDA/RETORNO/AVULSA), RESPONSAVEL, SITUACAO E O
      * SINISTRO E A OS QUE ELA GEROU. PARTE 2: AS AVARIAS COM
      * RESPONSAVEL (AVR-CPF) ORDENADAS POR CPF, COM O TOTAL DE CADA
      * MOTORISTA, QUANTAS AINDA ESTAO NO VEICULO E QUANTAS VIRARAM
      * SINISTRO. O NOME VEM DE MOTORIST.DAT QUANDO ELE EXISTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAVRS.
           COPY CPYMTRS.
           SELECT AVRORD ASSIGN TO DISK.
           SELECT RELAVR ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYAVRR.
           COPY CPYMTRR.
      *
       SD  AVRORD.
       01 REGORD.
                03 ORD-CPF         PIC 9(11).
                03 ORD-SITUACAO    PIC X(01).
                03 ORD-SINISTRO    PIC X(01).
      *
       FD  RELAVR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAVARI.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-AVR         PIC X(02) VALUE "00".
       77 ST-MTR         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-MTRDISP      PIC X(01) VALUE "N".
       77 W-PLACAANT     PIC X(07) VALUE SPACES.
       77 W-CPFANT       PIC 9(11) VALUE ZEROS.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-AVARIAS      PIC 9(06) VALUE ZEROS.
       77 W-VEICULOS     PIC 9(06) VALUE ZEROS.
       77 W-ABERTAS      PIC 9(06) VALUE ZEROS.
       77 W-MOTORISTAS   PIC 9(06) VALUE ZEROS.
       77 W-VEIQTD       PIC 9(04) VALUE ZEROS.
       77 W-VEIABE       PIC 9(04) VALUE ZEROS.
       77 W-MTRQTD       PIC 9(04) VALUE ZEROS.
       77 W-MTRABE       PIC 9(04) VALUE ZEROS.
       77 W-MTRSIN       PIC 9(04) VALUE ZEROS.
       77 W-MOMENTO      PIC X(07) VALUE SPACES.
       77 W-SITUACAO     PIC X(10) VALUE SPACES.
       77 W-NOME         PIC X(35) VALUE SPACES.
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
           COPY CPYAVRW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM AVI-OP0 THRU AVI-OP0-FIM.
           PERFORM AVI-VEICULO THRU AVI-VEICULO-FIM.
           SORT AVRORD ON ASCENDING KEY ORD-CPF
                      INPUT PROCEDURE AVI-SELECIONA
                                 THRU AVI-SELECIONA-FIM
                      OUTPUT PROCEDURE AVI-MOTORISTA
                                 THRU AVI-MOTORISTA-FIM.
           PERFORM AVI-FECHA THRU AVI-FECHA-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       AVI-OP0.
           OPEN INPUT AVARIA
           IF ST-AVR NOT = "00"
               DISPLAY "ERRO AO ABRIR AVARIA.DAT - ST=" ST-AVR
               GO TO ROT-FIM.
           OPEN INPUT MOTORIST
           IF ST-MTR = "00"
               MOVE "S" TO W-MTRDISP.
           OPEN OUTPUT RELAVR
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELAVARI.TXT - ST=" ST-REL
               CLOSE AVARIA
               GO TO ROT-FIM.
           MOVE "RELAVARI.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELAVARI" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE AVARIA RELAVR
               GO TO ROT-FIM.
           MOVE "HISTORICO DE AVARIAS POR VEICULO" TO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
       AVI-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PARTE 1: UM BLOCO POR PLACA, DUAS LINHAS POR AVARIA
      *-----------------------------------------------------------------
       AVI-VEICULO.
           MOVE SPACES TO W-PLACAANT.
       AVI-VEICULO-LER.
           READ AVARIA NEXT RECORD
               AT END
                   PERFORM AVI-VEITOT THRU AVI-VEITOT-FIM
                   GO TO AVI-VEICULO-FIM.
           IF AVR-PLACA NOT = W-PLACAANT
               PERFORM AVI-VEITOT THRU AVI-VEITOT-FIM
               MOVE AVR-PLACA TO W-PLACAANT
               ADD 1 TO W-VEICULOS
               MOVE SPACES TO LINREL
               STRING "VEICULO " AVR-PLACA
                      DELIMITED BY SIZE INTO LINREL
               PERFORM AVI-IMP THRU AVI-IMP-FIM
               MOVE
               "  SEQ  DATA       AREA                 DESCRICAO"
                    TO LINREL
               PERFORM AVI-IMP THRU AVI-IMP-FIM.
           ADD 1 TO W-AVARIAS W-VEIQTD.
           IF AVR-SITUACAO = "A"
               ADD 1 TO W-ABERTAS W-VEIABE.
           MOVE AVR-DATA TO W-DATAX8
           MOVE W-DATAX-DIA TO W-DATAED-DIA
           MOVE W-DATAX-MES TO W-DATAED-MES
           MOVE W-DATAX-ANO TO W-DATAED-ANO
           MOVE SPACES TO LINREL
           IF AVR-AREA > 0 AND AVR-AREA < 17
               STRING "  " AVR-SEQ " " W-DATAED " "
                      AVR-AREADESC (AVR-AREA) " " AVR-DESC
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "  " AVR-SEQ " " W-DATAED " "
                      "AREA ?              " " " AVR-DESC
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE "AVULSA " TO W-MOMENTO
           IF AVR-MOMENTO = "S"
               MOVE "SAIDA  " TO W-MOMENTO.
           IF AVR-MOMENTO = "R"
               MOVE "RETORNO" TO W-MOMENTO.
           MOVE "NO VEICULO" TO W-SITUACAO
           IF AVR-SITUACAO = "C"
               MOVE "CONSERTADA" TO W-SITUACAO.
           MOVE SPACES TO LINREL
           STRING "       " W-MOMENTO " CPF " AVR-CPF " "
                  W-SITUACAO
                  DELIMITED BY SIZE INTO LINREL
           IF AVR-SINAPOL NOT = SPACES
               MOVE AVR-SINDATA TO W-DATAX8
               MOVE W-DATAX-DIA TO W-DATAED-DIA
               MOVE W-DATAX-MES TO W-DATAED-MES
               MOVE W-DATAX-ANO TO W-DATAED-ANO
               MOVE AVR-SINAPOL TO LINREL (44:10)
               MOVE W-DATAED    TO LINREL (55:10).
           IF AVR-OSNUM NOT = ZEROS
               MOVE "OS"      TO LINREL (67:2)
               MOVE AVR-OSNUM TO LINREL (70:6).
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           GO TO AVI-VEICULO-LER.
       AVI-VEICULO-FIM.
           EXIT.
      *
       AVI-VEITOT.
           IF W-PLACAANT = SPACES
               GO TO AVI-VEITOT-FIM.
           MOVE SPACES TO LINREL
           STRING "  TOTAL DO VEICULO: " W-VEIQTD
                  "  AINDA NO VEICULO: " W-VEIABE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE ZEROS TO W-VEIQTD W-VEIABE.
       AVI-VEITOT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PARTE 2: AVARIAS COM RESPONSAVEL PARA O SORT POR CPF
      *-----------------------------------------------------------------
       AVI-SELECIONA.
           MOVE LOW-VALUES TO AVR-CHAVE
           START AVARIA KEY IS NOT LESS THAN AVR-CHAVE
           IF ST-AVR NOT = "00"
               GO TO AVI-SELECIONA-FIM.
       AVI-SELECIONA-LER.
           READ AVARIA NEXT RECORD
               AT END GO TO AVI-SELECIONA-FIM.
           IF AVR-CPF = ZEROS
               GO TO AVI-SELECIONA-LER.
           MOVE AVR-CPF      TO ORD-CPF
           MOVE AVR-SITUACAO TO ORD-SITUACAO
           MOVE "N"          TO ORD-SINISTRO
           IF AVR-SINAPOL NOT = SPACES
               MOVE "S" TO ORD-SINISTRO.
           RELEASE REGORD.
           GO TO AVI-SELECIONA-LER.
       AVI-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA POR MOTORISTA
      *-----------------------------------------------------------------
       AVI-MOTORISTA.
           MOVE "S" TO W-PRIMEIRO
           MOVE "AVARIAS POR MOTORISTA (RESPONSAVEL NO RETORNO)"
                TO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR AFTER ADVANCING PAGE.
           MOVE SPACES TO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CPF         MOTORISTA                          "
                  "  TOTAL ABERT SINIS"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
       AVI-MOTORISTA-LER.
           RETURN AVRORD AT END
               PERFORM AVI-MTRLIN THRU AVI-MTRLIN-FIM
               GO TO AVI-MOTORISTA-FIM.
           IF W-PRIMEIRO = "S" OR ORD-CPF NOT = W-CPFANT
               PERFORM AVI-MTRLIN THRU AVI-MTRLIN-FIM
               MOVE ORD-CPF TO W-CPFANT
               MOVE "N" TO W-PRIMEIRO.
           ADD 1 TO W-MTRQTD
           IF ORD-SITUACAO = "A"
               ADD 1 TO W-MTRABE.
           IF ORD-SINISTRO = "S"
               ADD 1 TO W-MTRSIN.
           GO TO AVI-MOTORISTA-LER.
       AVI-MOTORISTA-FIM.
           EXIT.
      *
       AVI-MTRLIN.
           IF W-MTRQTD = ZEROS
               GO TO AVI-MTRLIN-FIM.
           ADD 1 TO W-MOTORISTAS
           MOVE "(FORA DO CADASTRO)" TO W-NOME
           IF W-MTRDISP = "S"
               MOVE W-CPFANT TO MTR-CPF
               READ MOTORIST
               IF ST-MTR = "00"
                   MOVE MTR-NOME TO W-NOME.
           MOVE SPACES TO LINREL
           STRING W-CPFANT " " W-NOME "  " W-MTRQTD " " W-MTRABE
                  " " W-MTRSIN
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE ZEROS TO W-MTRQTD W-MTRABE W-MTRSIN.
       AVI-MTRLIN-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS E FECHAMENTO
      *-----------------------------------------------------------------
       AVI-FECHA.
           MOVE SPACES TO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "VEICULOS COM AVARIA......: " W-VEICULOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "AVARIAS REGISTRADAS......: " W-AVARIAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "AINDA NOS VEICULOS.......: " W-ABERTAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MOTORISTAS RESPONSAVEIS..: " W-MOTORISTAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AVI-IMP THRU AVI-IMP-FIM.
           CLOSE AVARIA RELAVR IMPRESSORA.
           IF W-MTRDISP = "S"
               CLOSE MOTORIST.
           DISPLAY "RELAVARI - RELATORIO GERADO EM RELAVARI.TXT".
           DISPLAY "AVARIAS LIDAS........: " W-AVARIAS.
       AVI-FECHA-FIM.
           EXIT.
      *
       AVI-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       AVI-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
