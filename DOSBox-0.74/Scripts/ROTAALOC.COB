       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTAALOC.
      **************************************
      *  USO DIARIO DAS VANS DO TRANSPORTE *
      *  ESCOLAR (ROTA.DAT -> ALOCA.DAT)   *
      **************************************
      *----------------------------------------------------------------
      * JOB DO COMECO DO DIA: EM DIA LETIVO (CALESC.DAT; SEM TERMO NO
      * CALENDARIO, DE SEGUNDA A SEXTA) ABRE EM ALOCA.DAT UMA SAIDA
      * PARA A VAN DE CADA ROTA ATIVA, NO HORARIO DO PRIMEIRO TURNO DA
      * ROTA, EM NOME DO MOTORISTA DA ROTA E COM O ODOMETRO DO ULTIMO
      * RETORNO DA VAN - PARA A FROTA (CADALOC/RELALOC) A VAN ESTA NA
      * RUA. O RETORNO E DADO NO CADALOC NO FIM DO DIA, COMO QUALQUER
      * VEICULO, COM O ODOMETRO DE VOLTA. NAO ABRE SAIDA PARA VAN QUE
      * JA ESTA NA RUA (ALOCACAO EM ABERTO - INCLUSIVE A DE OUTRA ROTA
      * DA MESMA VAN) NEM PARA MOTORISTA FORA DO MOTORIST.DAT OU COM A
      * CNH VENCIDA: ESSES CASOS SAEM NA CONFERENCIA PARA A FROTA
      * RESOLVER NO CADALOC (ONDE O SUPERVISOR PODE LIBERAR). RODAR DE
      * NOVO NO MESMO DIA NAO DUPLICA. SEM PERGUNTA NENHUMA, RODA NA
      * ESTEIRA (JOBSTREA.TXT). CONFERENCIA EM ROTAALOC.REL E NO SPOOL
      * ROTAALOC.SPL. A SAIDA LEVA O CENTRO DE CUSTO PADRAO DO
      * MOTORISTA DA ROTA (MTR-CCUSTO), PARA O RATEIO DO RATCCUS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRTAS.
           COPY CPYALOS.
           COPY CPYMTRS.
           COPY CPYCALS.
           SELECT RELRAL ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRTAR.
           COPY CPYALOR.
           COPY CPYMTRR.
           COPY CPYCALR.
      *
       FD  RELRAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROTAALOC.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RTA         PIC X(02) VALUE "00".
       77 ST-ALO         PIC X(02) VALUE "00".
       77 ST-MTR         PIC X(02) VALUE "00".
       77 ST-CAL         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYCALW.
       77 W-MTRDISP      PIC X(01) VALUE "N".
       77 W-ABERTA       PIC X(01) VALUE "N".
       77 W-ODOULT       PIC 9(07) VALUE ZEROS.
       77 W-ABDATA       PIC 9(08) VALUE ZEROS.
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
      *        CONTADORES DO RESUMO
       77 W-ROTAS        PIC 9(04) VALUE ZEROS.
       77 W-INATIVAS     PIC 9(04) VALUE ZEROS.
       77 W-LANCADAS     PIC 9(04) VALUE ZEROS.
       77 W-JALANCADAS   PIC 9(04) VALUE ZEROS.
       77 W-RECUSADAS    PIC 9(04) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HORASAI      PIC 9(04) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ROTAALOC - USO DIARIO DAS VANS DO TRANSPORTE".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM RAL-OP0 THRU RAL-OP0-FIM.
           PERFORM RAL-DIA THRU RAL-DIA-FIM.
           IF W-CALLETIVO NOT = "S"
               GO TO RAL-FIM.
       RAL-LER.
           READ ROTA NEXT RECORD
               AT END GO TO RAL-FIM.
           ADD 1 TO W-ROTAS
           IF RTA-SITUACAO = "I" OR RTA-PLACA = SPACES
               ADD 1 TO W-INATIVAS
               GO TO RAL-LER.
           PERFORM RAL-ROTA THRU RAL-ROTA-FIM.
           GO TO RAL-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS. SEM MOTORIST.DAT (AINDA NAO IMPLANTADO)
      * A SAIDA E LANCADA COMO NO CADALOC, SEM CONFERIR A CNH
      *-----------------------------------------------------------------
       RAL-OP0.
           OPEN INPUT ROTA
           IF ST-RTA NOT = "00"
               DISPLAY "ERRO AO ABRIR ROTA.DAT - ST=" ST-RTA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN I-O ALOCA
           IF ST-ALO NOT = "00"
               IF ST-ALO = "30" OR ST-ALO = "35"
                  OPEN OUTPUT ALOCA
                  CLOSE ALOCA
                  OPEN I-O ALOCA
               ELSE
                  DISPLAY "ERRO AO ABRIR ALOCA.DAT - ST=" ST-ALO
                  MOVE 8 TO RETURN-CODE
                  CLOSE ROTA
                  GO TO ROT-FIM.
           OPEN OUTPUT RELRAL
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR ROTAALOC.REL - ST=" ST-REL
               MOVE 8 TO RETURN-CODE
               CLOSE ROTA ALOCA
               GO TO ROT-FIM.
           MOVE "ROTAALOC.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "ROTAALOC" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               MOVE 8 TO RETURN-CODE
               CLOSE ROTA ALOCA RELRAL
               GO TO ROT-FIM.
           OPEN INPUT MOTORIST
           IF ST-MTR = "00"
               MOVE "S" TO W-MTRDISP.
           MOVE SPACES TO LINREL
           STRING "SAIDAS DAS VANS DO TRANSPORTE ESCOLAR - " W-HOJE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
       RAL-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * HOJE TEM AULA? PELO CALENDARIO ESCOLAR; SEM TERMO PARA A DATA,
      * DE SEGUNDA A SEXTA
      *-----------------------------------------------------------------
       RAL-DIA.
           MOVE W-HOJE TO W-CALDATA
           PERFORM CAL-BUSCA THRU CAL-BUSCA-FIM.
           IF W-CALACHOU = "S"
               PERFORM CAL-LETIVO THRU CAL-LETIVO-FIM
           ELSE
               PERFORM CAL-DOW THRU CAL-DOW-FIM
               IF W-CALDOW > 5
                   MOVE "N" TO W-CALLETIVO
                   MOVE "FIM DE SEMANA" TO W-CALMOTIVO
               ELSE
                   MOVE "S" TO W-CALLETIVO.
           IF W-CALLETIVO NOT = "S"
               MOVE SPACES TO LINREL
               STRING "DIA SEM AULA (" W-CALMOTIVO
                      ") - NENHUMA SAIDA LANCADA"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM RAL-IMP THRU RAL-IMP-FIM.
       RAL-DIA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * A SAIDA DA VAN DE UMA ROTA
      *-----------------------------------------------------------------
       RAL-ROTA.
           MOVE SPACES TO W-MOTIVO MTR-NOME MTR-CCUSTO
           IF W-MTRDISP NOT = "S"
               GO TO RAL-ROTA-VAN.
           MOVE RTA-CPFMOT TO MTR-CPF
           READ MOTORIST
           IF ST-MTR NOT = "00"
               MOVE SPACES TO MTR-NOME
               MOVE "MOTORISTA FORA DO CADASTRO" TO W-MOTIVO
               GO TO RAL-ROTA-RECUSA.
           IF MTR-VALIDADE < W-HOJE
               MOVE "CNH DO MOTORISTA VENCIDA" TO W-MOTIVO
               GO TO RAL-ROTA-RECUSA.
       RAL-ROTA-VAN.
           PERFORM RAL-ABERTA THRU RAL-ABERTA-FIM.
           IF W-ABERTA = "S"
               MOVE SPACES TO W-MOTIVO
               STRING "VAN JA NA RUA DESDE " W-ABDATA
                      DELIMITED BY SIZE INTO W-MOTIVO
               GO TO RAL-ROTA-RECUSA.
           IF RTA-MANHAINI NOT = ZEROS
               MOVE RTA-MANHAINI TO W-HORASAI
           ELSE
               MOVE RTA-TARDEINI TO W-HORASAI.
           MOVE RTA-PLACA TO ALO-PLACA
           MOVE W-HOJE    TO ALO-DATASAI
           COMPUTE ALO-HORASAI = W-HORASAI * 100
           MOVE SPACES TO ALO-NOME
           IF MTR-NOME = SPACES
               STRING "ROTA " RTA-CODIGO " " RTA-DESCR
                      DELIMITED BY SIZE INTO ALO-NOME
           ELSE
               STRING "ROTA " RTA-CODIGO " " MTR-NOME
                      DELIMITED BY SIZE INTO ALO-NOME.
           MOVE RTA-CPFMOT TO ALO-CPF
           MOVE W-ODOULT   TO ALO-ODOSAI
           MOVE MTR-CCUSTO TO ALO-CCUSTO
           MOVE ZEROS TO ALO-DATARET ALO-HORARET ALO-ODORET
           WRITE REGALO
           IF ST-ALO = "22"
               ADD 1 TO W-JALANCADAS
               MOVE SPACES TO LINREL
               STRING "ROTA " RTA-CODIGO " VAN " RTA-PLACA
                      " - SAIDA DE HOJE JA LANCADA"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM RAL-IMP THRU RAL-IMP-FIM
               GO TO RAL-ROTA-FIM.
           IF ST-ALO NOT = "00" AND ST-ALO NOT = "02"
               DISPLAY "ERRO AO GRAVAR ALOCA - ROTA " RTA-CODIGO
                   " ST=" ST-ALO
               MOVE 8 TO RETURN-CODE
               GO TO RAL-ROTA-FIM.
           ADD 1 TO W-LANCADAS
           MOVE SPACES TO LINREL
           STRING "ROTA " RTA-CODIGO " VAN " RTA-PLACA " SAIDA "
                  W-HORASAI " ODOMETRO " W-ODOULT " " ALO-NOME
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
           GO TO RAL-ROTA-FIM.
       RAL-ROTA-RECUSA.
           ADD 1 TO W-RECUSADAS
           MOVE SPACES TO LINREL
           STRING "ROTA " RTA-CODIGO " VAN " RTA-PLACA
                  " NAO LANCADA: " W-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
       RAL-ROTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * A VAN TEM ALOCACAO EM ABERTO? DE QUEBRA, O ODOMETRO DO ULTIMO
      * RETORNO DELA
      *-----------------------------------------------------------------
       RAL-ABERTA.
           MOVE "N" TO W-ABERTA
           MOVE ZEROS TO W-ODOULT W-ABDATA
           MOVE RTA-PLACA TO ALO-PLACA
           MOVE ZEROS TO ALO-DATASAI ALO-HORASAI
           START ALOCA KEY IS NOT LESS THAN ALO-CHAVE
           IF ST-ALO NOT = "00"
               GO TO RAL-ABERTA-FIM.
       RAL-ABERTA-LER.
           READ ALOCA NEXT RECORD
           IF ST-ALO NOT = "00"
               GO TO RAL-ABERTA-FIM.
           IF ALO-PLACA NOT = RTA-PLACA
               GO TO RAL-ABERTA-FIM.
           IF ALO-DATARET = ZEROS
               MOVE "S" TO W-ABERTA
               MOVE ALO-DATASAI TO W-ABDATA
               GO TO RAL-ABERTA-LER.
           IF ALO-ODORET > W-ODOULT
               MOVE ALO-ODORET TO W-ODOULT.
           GO TO RAL-ABERTA-LER.
       RAL-ABERTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       RAL-FIM.
           MOVE SPACES TO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ROTAS CADASTRADAS...........: " W-ROTAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "INATIVAS OU SEM VAN.........: " W-INATIVAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SAIDAS LANCADAS.............: " W-LANCADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "JA LANCADAS HOJE............: " W-JALANCADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "NAO LANCADAS (VER ACIMA)....: " W-RECUSADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RAL-IMP THRU RAL-IMP-FIM.
           IF W-MTRDISP = "S"
               CLOSE MOTORIST.
           CLOSE ROTA ALOCA RELRAL IMPRESSORA.
           DISPLAY "ROTAALOC - CONFERENCIA EM ROTAALOC.REL".
           DISPLAY "SAIDAS LANCADAS.: " W-LANCADAS.
           DISPLAY "NAO LANCADAS....: " W-RECUSADAS.
           GO TO ROT-FIM.
      *
       RAL-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RAL-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        O PROGRAMA NORMALMENTE; CHAMADO PELO CONTROLADOR
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
      *
      *-----------------------------------------------------------------
      * DIAS LETIVOS DO CALENDARIO ESCOLAR
      *-----------------------------------------------------------------
           COPY CPYCALP.
