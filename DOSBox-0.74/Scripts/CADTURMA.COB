      * TURMA E RECUSA QUANDO A LOTACAO BATE NA CAPACIDADE; O
      * CADCHAM CHAMA SO A LISTA DA TURMA. TODA MANUTENCAO SAI EM
      * AUDIT.TXT.
      * A TURMA TAMBEM LEVA O PROFESSOR (PROFESSO.DAT), QUE TEM QUE
      * LECIONAR A DISCIPLINA SEGUNDO O PROFDISC.DAT. ANTES DE GRAVAR,
      * A TURMA E CONFERIDA CONTRA TODAS AS OUTRAS (CPYHORP): MESMA
      * SALA OU MESMO PROFESSOR COM AULA SOBREPOSTA NO MESMO DIA E
      * RECUSADO, COM A TURMA QUE CHOCOU NA MENSAGEM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYTURS.
           COPY CPYPRFS.
           COPY CPYPRDS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYTURR.
           COPY CPYPRFR.
           COPY CPYPRDR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       77 LIMPA        PIC X(50) VALUE SPACES.
           COPY CPYAUDW.
           COPY CPYCONT.
      *        PROFESSOR DA TURMA (PROFESSO.DAT E PROFDISC.DAT SAO
      *        ABERTOS SOB DEMANDA NA CRITICA; SEM OS ARQUIVOS, O
      *        CODIGO E ACEITO COMO DIGITADO)
       77 ST-PRF       PIC X(02) VALUE "00".
       77 ST-PRD       PIC X(02) VALUE "00".
      *        CHOQUE DE HORARIO COM AS OUTRAS TURMAS (CPYHORP)
           COPY CPYHORW.
       77 W-TURGUARDA  PIC X(45) VALUE SPACES.
       77 W-TURCHAVE   PIC X(23) VALUE SPACES.
       77 W-TURSALA    PIC X(05) VALUE SPACES.
       77 W-TURPROF    PIC X(05) VALUE SPACES.
       77 W-CHQDISC    PIC X(20) VALUE SPACES.
       77 W-CHQID      PIC X(03) VALUE SPACES.
       77 W-CHQTIPO    PIC X(09) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   ==ST-ERRO== BY ==ST-TUR==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO TUR-DISCIPLINA TUR-ID TUR-SALA TUR-PROF
                MOVE ZEROS  TO TUR-ANO TUR-DIASEM TUR-HORA TUR-CAPAC
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE TURMAS"
                DISPLAY (07, 01) "DIA SEMANA (1-6): "
                DISPLAY (08, 01) "HORARIO (HHMM)  : "
                DISPLAY (09, 01) "SALA            : "
                DISPLAY (10, 01) "CAPACIDADE      : "
                DISPLAY (11, 01) "PROFESSOR       : ".
       INC-002.
                ACCEPT (04, 18) TUR-DISCIPLINA
                ACCEPT W-ACT FROM ESCAPE KEY
                      DISPLAY (08, 18) TUR-HORA
                      DISPLAY (09, 18) TUR-SALA
                      DISPLAY (10, 18) TUR-CAPAC
                      DISPLAY (11, 18) TUR-PROF
                      MOVE "*** TURMA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   MOVE "*** CAPACIDADE E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (11, 18) TUR-PROF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF TUR-PROF NOT = SPACES
                   PERFORM PRF-CRITICA THRU PRF-CRITICA-FIM
                   IF ST-PRF NOT = "00"
                      GO TO INC-006.
      *        SALA OU PROFESSOR JA OCUPADOS NO HORARIO: VOLTA PARA O
      *        DIA DA SEMANA
                PERFORM TUR-CHOQUE THRU TUR-CHOQUE-FIM
                IF W-HORCHOQUE = "S"
                   GO TO INC-004A.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * CRITICA DO PROFESSOR E DO CHOQUE DE   *
      * HORARIO                               *
      *****************************************
      *
      *        PROFESSOR CADASTRADO E QUE LECIONA A DISCIPLINA DA
      *        TURMA. DEVOLVE ST-PRF = "00" QUANDO SERVE
       PRF-CRITICA.
                MOVE "00" TO ST-PRF
                OPEN INPUT PROFESSO
                IF ST-PRF NOT = "00"
                   MOVE "00" TO ST-PRF
                   GO TO PRF-CRITICA-FIM.
                MOVE TUR-PROF TO PRF-COD
                READ PROFESSO
                IF ST-PRF NOT = "00"
                   MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PROFESSO
                   MOVE "23" TO ST-PRF
                   GO TO PRF-CRITICA-FIM.
                DISPLAY (11, 25) PRF-NOME
                CLOSE PROFESSO
                MOVE "00" TO ST-PRF
                OPEN INPUT PROFDISC
                IF ST-PRD NOT = "00"
                   GO TO PRF-CRITICA-FIM.
                MOVE TUR-PROF       TO PRD-PROF
                MOVE TUR-DISCIPLINA TO PRD-DISCIPLINA
                READ PROFDISC
                IF ST-PRD NOT = "00"
                   MOVE "*** PROFESSOR NAO LECIONA A DISCIPLINA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "23" TO ST-PRF.
                CLOSE PROFDISC.
       PRF-CRITICA-FIM.
                EXIT.
      *
      *        VARRE AS OUTRAS TURMAS ATRAS DE SALA OU PROFESSOR COM
      *        AULA SOBREPOSTA. O REGISTRO EM TELA E GUARDADO INTEIRO
      *        E REPOSTO NO FIM, COMO NA CRITICA DE LOTACAO DO
      *        P201621A
       TUR-CHOQUE.
                PERFORM HOR-PAR THRU HOR-PAR-FIM
                MOVE REGTUR     TO W-TURGUARDA
                MOVE TUR-CHAVE  TO W-TURCHAVE
                MOVE TUR-SALA   TO W-TURSALA
                MOVE TUR-PROF   TO W-TURPROF
                MOVE TUR-ANO    TO W-HORANO1
                MOVE TUR-DIASEM TO W-HORDIA1
                MOVE TUR-HORA   TO W-HORHORA1
                MOVE "N"        TO W-HORCHOQUE
                MOVE SPACES     TO TUR-CHAVE
                START TURMA KEY IS NOT LESS THAN TUR-CHAVE
                IF ST-TUR NOT = "00"
                   GO TO TUR-CHOQUE-VOLTA.
       TUR-CHOQUE-LER.
                READ TURMA NEXT RECORD
                IF ST-TUR NOT = "00"
                   MOVE "N" TO W-HORCHOQUE
                   GO TO TUR-CHOQUE-VOLTA.
                IF TUR-CHAVE = W-TURCHAVE
                   GO TO TUR-CHOQUE-LER.
                MOVE TUR-ANO    TO W-HORANO2
                MOVE TUR-DIASEM TO W-HORDIA2
                MOVE TUR-HORA   TO W-HORHORA2
                PERFORM HOR-CHOQUE THRU HOR-CHOQUE-FIM
                IF W-HORCHOQUE NOT = "S"
                   GO TO TUR-CHOQUE-LER.
                MOVE TUR-DISCIPLINA TO W-CHQDISC
                MOVE TUR-ID         TO W-CHQID
                IF TUR-SALA NOT = SPACES AND TUR-SALA = W-TURSALA
                   MOVE "SALA" TO W-CHQTIPO
                   GO TO TUR-CHOQUE-VOLTA.
                IF TUR-PROF NOT = SPACES AND TUR-PROF = W-TURPROF
                   MOVE "PROFESSOR" TO W-CHQTIPO
                   GO TO TUR-CHOQUE-VOLTA.
                MOVE "N" TO W-HORCHOQUE
                GO TO TUR-CHOQUE-LER.
       TUR-CHOQUE-VOLTA.
                MOVE W-TURGUARDA TO REGTUR
                IF W-HORCHOQUE = "S"
                   MOVE SPACES TO MENS
                   STRING "*** CHOQUE DE " W-CHQTIPO " COM "
                          W-CHQDISC (1:14) " " W-CHQID " ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TUR-CHOQUE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      **********************
      *
           COPY CPYAUDP.
      *
      **********************
      * CHOQUE DE HORARIO  *
      **********************
      *
           COPY CPYHORP.
       FIM-ROT-TEMPO.
