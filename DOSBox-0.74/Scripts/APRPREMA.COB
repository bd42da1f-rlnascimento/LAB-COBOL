      * SESSAO, E UMA MATRICULA ZERADA POR DISCIPLINA DESEJADA. F3
      * REJEITA COM O MOTIVO. A FICHA GUARDA O DESTINO (A/R) E O
      * CODALU CRIADO; TUDO SAI EM AUDIT.TXT.
      * NA APROVACAO O SUPERVISOR ESCOLHE A TURMA DE CADA DISCIPLINA
      * (EM BRANCO = SEM TURMA, COMO ANTES), COM A MESMA CRITICA DO
      * P201621A: A TURMA TEM QUE EXISTIR E TER VAGA, E DUAS TURMAS
      * DA FICHA COM AULA SOBREPOSTA (CPYHORP) SO PASSAM SE O
      * SUPERVISOR LIBERAR O CHOQUE - A LIBERACAO SAI EM AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYPMAS.
           COPY CPYALUS.
           COPY CPYMATS.
           COPY CPYTURS.
           COPY CPYCTLS.
           COPY CPYAUDS.
      *
           COPY CPYPMAR.
           COPY CPYALUR.
           COPY CPYMATR.
           COPY CPYTURR.
           COPY CPYCTLR.
           COPY CPYAUDR.
      *
       77 W-APROVADAS  PIC 9(04) VALUE ZEROS.
       77 W-REJEITADAS PIC 9(04) VALUE ZEROS.
       77 W-MAXALU     PIC 9(05) VALUE ZEROS.
      *        A APROVACAO E A ENTRADA DO ALUNO NA MOVIMENTACAO DO
      *        MES (MOVALU.DAT VIA MVAREG, LIDO PELO RELMOVAL)
       77 W-MVATIPO    PIC X(01) VALUE "E".
       77 W-MVAMOT     PIC X(30) VALUE "APROVACAO DA PRE-MATRICULA".
       77 W-MVAOK      PIC X(01) VALUE "N".
           COPY CPYFONW.
           COPY CPYAUDW.
      *        TURMA DE CADA DISCIPLINA DA FICHA (TURMA.DAT E ABERTO
      *        SOB DEMANDA NA CRITICA; SEM O ARQUIVO, A TURMA E ACEITA
      *        COMO DIGITADA). W-APRACHOU = S QUANDO O HORARIO DA TURMA
      *        FOI LIDO; W-APRLIB = S QUANDO O SUPERVISOR LIBEROU O
      *        CHOQUE DE HORARIO DELA
       77 ST-TUR       PIC X(02) VALUE "00".
       77 W-APRIX      PIC 9(01) VALUE ZEROS.
       77 W-APRJX      PIC 9(01) VALUE ZEROS.
       77 W-APRLIN     PIC 9(02) VALUE ZEROS.
       77 W-LOTACAO    PIC 9(03) VALUE ZEROS.
       77 W-CAPGUARDA  PIC 9(03) VALUE ZEROS.
       01 W-APRTAB.
            03 W-APRITEM OCCURS 3 TIMES.
                05 W-APRDISC    PIC X(20).
                05 W-APRTUR     PIC X(03).
                05 W-APRACHOU   PIC X(01).
                05 W-APRLIB     PIC X(01).
                05 W-APRANO     PIC 9(04).
                05 W-APRDIA     PIC 9(01).
                05 W-APRHORA    PIC 9(04).
           COPY CPYHORW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                DISPLAY (07, 01) "DISCIPLINA 1    : "
                DISPLAY (08, 01) "DISCIPLINA 2    : "
                DISPLAY (09, 01) "DISCIPLINA 3    : "
                DISPLAY (07, 45) "TURMA : "
                DISPLAY (08, 45) "TURMA : "
                DISPLAY (09, 45) "TURMA : "
                DISPLAY (10, 01) "SITUACAO        : ".
       INC-002.
                ACCEPT (04, 18) PMA-SEQ
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO APR-TUR.
                GO TO REJ-001.
      *
      *****************************************
      * TURMA DE CADA DISCIPLINA DA FICHA     *
      *****************************************
      *
       APR-TUR.
                PERFORM HOR-PAR THRU HOR-PAR-FIM
                MOVE SPACES TO W-APRTAB
                MOVE PMA-DISC1 TO W-APRDISC (1)
                MOVE PMA-DISC2 TO W-APRDISC (2)
                MOVE PMA-DISC3 TO W-APRDISC (3)
                MOVE 1 TO W-APRIX.
       APR-TUR-PEDE.
                IF W-APRIX > 3
                   GO TO APR-001.
                IF W-APRDISC (W-APRIX) = SPACES
                   ADD 1 TO W-APRIX
                   GO TO APR-TUR-PEDE.
                MOVE "N" TO W-APRACHOU (W-APRIX) W-APRLIB (W-APRIX)
                COMPUTE W-APRLIN = W-APRIX + 6
                ACCEPT (W-APRLIN, 53) W-APRTUR (W-APRIX)
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ACE-001.
                IF W-APRTUR (W-APRIX) = SPACES
                   ADD 1 TO W-APRIX
                   GO TO APR-TUR-PEDE.
                PERFORM APR-TURCRIT THRU APR-TURCRIT-FIM
                IF ST-TUR NOT = "00"
                   GO TO APR-TUR-PEDE.
                PERFORM APR-TURCHQ THRU APR-TURCHQ-FIM
                IF W-HORCHOQUE = "S"
                   GO TO APR-TUR-PEDE.
                ADD 1 TO W-APRIX
                GO TO APR-TUR-PEDE.
      *
      *        A TURMA EXISTE E TEM VAGA? (A MESMA CONTA DO
      *        TUR-CRITICA DO P201621A)
       APR-TURCRIT.
                MOVE "00" TO ST-TUR
                OPEN INPUT TURMA
                IF ST-TUR NOT = "00"
                   MOVE "00" TO ST-TUR
                   GO TO APR-TURCRIT-FIM.
                MOVE W-APRDISC (W-APRIX) TO TUR-DISCIPLINA
                MOVE W-APRTUR (W-APRIX)  TO TUR-ID
                READ TURMA
                IF ST-TUR NOT = "00"
                   MOVE "*** TURMA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE TURMA
                   MOVE "23" TO ST-TUR
                   GO TO APR-TURCRIT-FIM.
                MOVE TUR-CAPAC  TO W-CAPGUARDA
                MOVE TUR-ANO    TO W-APRANO (W-APRIX)
                MOVE TUR-DIASEM TO W-APRDIA (W-APRIX)
                MOVE TUR-HORA   TO W-APRHORA (W-APRIX)
                MOVE "S" TO W-APRACHOU (W-APRIX)
                CLOSE TURMA
                MOVE ZEROS TO W-LOTACAO MAT-CODALU
                MOVE SPACES TO MAT-DISCIPLINA
                START MATRICUL KEY IS NOT LESS THAN MAT-CHAVE
                IF ST-MAT NOT = "00"
                   GO TO APR-TURCRIT-VAGA.
       APR-TURCRIT-LER.
                READ MATRICUL NEXT RECORD
                IF ST-MAT NOT = "00"
                   GO TO APR-TURCRIT-VAGA.
                IF MAT-DISCIPLINA = W-APRDISC (W-APRIX)
                   AND MAT-TURMA = W-APRTUR (W-APRIX)
                   ADD 1 TO W-LOTACAO.
                GO TO APR-TURCRIT-LER.
       APR-TURCRIT-VAGA.
                MOVE "00" TO ST-TUR
                IF W-LOTACAO NOT < W-CAPGUARDA
                   MOVE "*** TURMA LOTADA - ESCOLHA OUTRA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "96" TO ST-TUR.
       APR-TURCRIT-FIM.
                EXIT.
      *
      *        CHOQUE DE HORARIO COM AS TURMAS JA ESCOLHIDAS NA FICHA
      *        (O ALUNO E NOVO - NAO TEM OUTRAS MATRICULAS). DEVOLVE
      *        W-HORCHOQUE = S QUANDO O SUPERVISOR NAO LIBEROU
       APR-TURCHQ.
                MOVE "N" TO W-HORCHOQUE
                IF W-APRACHOU (W-APRIX) NOT = "S"
                   GO TO APR-TURCHQ-FIM.
                MOVE W-APRANO (W-APRIX)  TO W-HORANO1
                MOVE W-APRDIA (W-APRIX)  TO W-HORDIA1
                MOVE W-APRHORA (W-APRIX) TO W-HORHORA1
                MOVE 1 TO W-APRJX.
       APR-TURCHQ-LER.
                IF W-APRJX NOT < W-APRIX
                   GO TO APR-TURCHQ-FIM.
                IF W-APRACHOU (W-APRJX) NOT = "S"
                   ADD 1 TO W-APRJX
                   GO TO APR-TURCHQ-LER.
                MOVE W-APRANO (W-APRJX)  TO W-HORANO2
                MOVE W-APRDIA (W-APRJX)  TO W-HORDIA2
                MOVE W-APRHORA (W-APRJX) TO W-HORHORA2
                PERFORM HOR-CHOQUE THRU HOR-CHOQUE-FIM
                IF W-HORCHOQUE NOT = "S"
                   ADD 1 TO W-APRJX
                   GO TO APR-TURCHQ-LER.
                MOVE SPACES TO MENS
                STRING "*** CHOQUE DE HORARIO COM "
                       W-APRDISC (W-APRJX) (1:15) " "
                       W-APRTUR (W-APRJX) " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APR-TURCHQ-LIB.
                DISPLAY (21, 01) "SUPERVISOR: LIBERAR MESMO ASSIM"
                DISPLAY (21, 33) "(S/N): "
                ACCEPT (21, 40) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   MOVE "N" TO W-HORCHOQUE
                   MOVE "S" TO W-APRLIB (W-APRIX)
                   DISPLAY (21, 01) LIMPA
                   ADD 1 TO W-APRJX
                   GO TO APR-TURCHQ-LER.
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (21, 01) LIMPA
                   GO TO APR-TURCHQ-FIM.
                GO TO APR-TURCHQ-LIB.
       APR-TURCHQ-FIM.
                EXIT.
      *
      *****************************************
      * APROVACAO: CRIA O ALUNO E AS          *
      * MATRICULAS NUMA TACADA                *
      *****************************************
                PERFORM FON-001 THRU FON-001-FIM
                MOVE FON-SAI TO FONKEY
                MOVE W-FILIAL TO FILIAL
                MOVE SPACES TO SITALU
                MOVE ZEROS TO DTSITALU
                MOVE ZEROS TO CPFRESP
                WRITE REGALU
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ALUNO.DAT" TO MENS
                MOVE "ALUNO"      TO AUD-ARQ
                MOVE "INCLUSAO"   TO AUD-ACAO
                MOVE CODALU       TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                IF W-TREINO NOT = "S"
                   ACCEPT W-DATAUD FROM DATE YYYYMMDD
                   CALL "MVAREG" USING CODALU W-MVATIPO W-DATAUD
                                       W-MVAMOT W-OPERADOR W-MVAOK.
       APR-MAT.
                MOVE 1 TO W-APRIX.
       APR-MAT-LER.
                IF W-APRIX > 3
                   GO TO APR-FECHA.
                IF W-APRDISC (W-APRIX) NOT = SPACES
                   PERFORM APR-MATGRAVA THRU APR-MATGRAVA-FIM.
                ADD 1 TO W-APRIX
                GO TO APR-MAT-LER.
       APR-FECHA.
                MOVE "A" TO PMA-SITUACAO
                MOVE CODALU TO PMA-CODALU
      *
       APR-MATGRAVA.
                MOVE CODALU TO MAT-CODALU
                MOVE W-APRDISC (W-APRIX) TO MAT-DISCIPLINA
                MOVE ZEROS TO MAT-NOTA1 MAT-NOTA2 MAT-NOTA3 MAT-NOTA4
                MOVE ZEROS TO MAT-FALTA1 MAT-FALTA2 MAT-FALTA3
                              MAT-FALTA4 MAT-NOTAREC
                MOVE W-APRTUR (W-APRIX) TO MAT-TURMA
                MOVE SPACES TO MAT-SITUACAO
                WRITE REGMAT
                IF ST-MAT = "00" OR "02"
                   MOVE "MATRICUL"   TO AUD-ARQ
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ELSE
                   DISPLAY "ERRO AO MATRICULAR " MAT-DISCIPLINA
                       " ST=" ST-MAT
                   GO TO APR-MATGRAVA-FIM.
                IF W-APRLIB (W-APRIX) = "S"
                   MOVE "LIBERACAO"  TO AUD-ACAO
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       APR-MATGRAVA-FIM.
                EXIT.
      *
      *****************************************
      *
           COPY CPYFONP.
      *
      *****************************************
      * CHOQUE DE HORARIO DAS TURMAS (CPYHORP) *
      *****************************************
      *
           COPY CPYHORP.
       FIM-ROT-TEMPO.
