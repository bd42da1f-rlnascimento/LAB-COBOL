       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELHORA.
      **************************************
      *  QUADRO SEMANAL DE HORARIOS POR    *
      *  SALA, POR PROFESSOR E POR ALUNO   *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O ANO LETIVO (AAAA - ZEROS = ANO CORRENTE).
      * ENTRAM AS TURMAS DO ANO (TURMA.DAT; TURMA COM ANO ZERADO VALE
      * PARA QUALQUER ANO) E SAI, VIA SORT (MESMO MODELO DO DECLIR),
      * UMA PAGINA POR SALA, UMA POR PROFESSOR (TUR-PROF) E UMA POR
      * ALUNO (MATRICULAS ATIVAS COM TURMA), COM AS AULAS EM ORDEM DE
      * DIA DA SEMANA E HORARIO. A AULA QUE SE SOBREPOE A ANTERIOR DA
      * MESMA PAGINA (CPYHORP, DURACAO NO PARAMETRO AULAMIN) SAI
      * MARCADA COM "*** CHOQUE" - O CADTURMA E A MATRICULA JA
      * RECUSAM O CHOQUE NA HORA, MAS UMA TURMA QUE MUDA DE HORARIO
      * DEPOIS DE TER ALUNOS SO APARECE AQUI.
      * TURMA SEM SALA OU SEM PROFESSOR NAO ENTRA NA VISAO
      * CORRESPONDENTE E E CONTADA NO RESUMO.
      * ARQUIVOS: RELHORA.TXT E O SPOOL RELHORA.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYTURS.
           COPY CPYMATS.
           COPY CPYALUS.
           COPY CPYPRFS.
           SELECT HORORD ASSIGN TO DISK.
           SELECT RELHOR ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYTURR.
           COPY CPYMATR.
           COPY CPYALUR.
           COPY CPYPRFR.
      *
      *        ORD-VISAO 1 = SALA (ORD-CHAVE = SALA), 2 = PROFESSOR
      *        (ORD-CHAVE = CODIGO), 3 = ALUNO (ORD-CHAVE = CODALU)
       SD  HORORD.
       01 REGORD.
                03 ORD-VISAO       PIC 9(01).
                03 ORD-CHAVE       PIC X(05).
                03 ORD-DIA         PIC 9(01).
                03 ORD-HORA        PIC 9(04).
                03 ORD-DISC        PIC X(20).
                03 ORD-TUR         PIC X(03).
                03 ORD-ANO         PIC 9(04).
                03 ORD-SALA        PIC X(05).
                03 ORD-PROF        PIC X(05).
      *
       FD  RELHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHORA.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-TUR         PIC X(02) VALUE "00".
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-PRF         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-PRFABERTO    PIC X(01) VALUE "N".
       77 W-ALUABERTO    PIC X(01) VALUE "N".
       77 W-VISAOANT     PIC 9(01) VALUE ZEROS.
       77 W-CHAVEANT     PIC X(05) VALUE SPACES.
       77 W-TITULO       PIC X(40) VALUE SPACES.
       77 W-MARCA        PIC X(10) VALUE SPACES.
      *        CONTADORES DO RESUMO
       77 W-TURLIDAS     PIC 9(05) VALUE ZEROS.
       77 W-TURANO       PIC 9(05) VALUE ZEROS.
       77 W-SEMSALA      PIC 9(05) VALUE ZEROS.
       77 W-SEMPROF      PIC 9(05) VALUE ZEROS.
       77 W-MATLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-MATSEMTUR    PIC 9(06) VALUE ZEROS.
       77 W-PAGINAS      PIC 9(05) VALUE ZEROS.
       77 W-CHQSALA      PIC 9(05) VALUE ZEROS.
       77 W-CHQPROF      PIC 9(05) VALUE ZEROS.
       77 W-CHQALU       PIC 9(05) VALUE ZEROS.
           COPY CPYHORW.
       01 W-HORA         PIC 9(04) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
            03 W-HORA-HH    PIC 9(02).
            03 W-HORA-MM    PIC 9(02).
       01 W-DIAS.
            03 FILLER       PIC X(07) VALUE "SEGUNDA".
            03 FILLER       PIC X(07) VALUE "TERCA  ".
            03 FILLER       PIC X(07) VALUE "QUARTA ".
            03 FILLER       PIC X(07) VALUE "QUINTA ".
            03 FILLER       PIC X(07) VALUE "SEXTA  ".
            03 FILLER       PIC X(07) VALUE "SABADO ".
       01 W-DIAS-R REDEFINES W-DIAS.
            03 W-DIANOME    PIC X(07) OCCURS 6 TIMES.
       77 W-DIA          PIC X(07) VALUE SPACES.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELHORA - QUADRO SEMANAL DE HORARIOS".
           ACCEPT W-DATA FROM DATE YYYYMMDD.
       HOR-ANO.
           DISPLAY "ANO LETIVO (AAAA, ZEROS = ANO CORRENTE): ".
           MOVE ZEROS TO W-ANO
           ACCEPT W-ANO.
           IF W-ANO = ZEROS
               MOVE W-DATA-ANO TO W-ANO.
           IF W-ANO < 1990 OR W-ANO > W-DATA-ANO + 1
               DISPLAY "ANO INVALIDO"
               GO TO HOR-ANO.
           PERFORM HOR-PAR THRU HOR-PAR-FIM.
           PERFORM HOR-OP0 THRU HOR-OP0-FIM.
           SORT HORORD ON ASCENDING KEY ORD-VISAO ORD-CHAVE ORD-DIA
                                        ORD-HORA ORD-DISC
                       INPUT PROCEDURE HOR-SELECIONA
                                  THRU HOR-SELECIONA-FIM
                       OUTPUT PROCEDURE HOR-IMPRIME
                                  THRU HOR-IMPRIME-FIM.
           PERFORM HOR-RESUMO THRU HOR-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - SEM PROFESSO.DAT OU ALUNO.DAT O QUADRO
      * SAI SO COM OS CODIGOS
      *-----------------------------------------------------------------
       HOR-OP0.
           OPEN INPUT TURMA
           IF ST-TUR NOT = "00"
               DISPLAY "ERRO AO ABRIR TURMA.DAT - ST=" ST-TUR
               GO TO ROT-FIM.
           OPEN OUTPUT RELHOR
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELHORA.TXT - ST=" ST-REL
               CLOSE TURMA
               GO TO ROT-FIM.
           MOVE "RELHORA.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELHORA " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE TURMA RELHOR
               GO TO ROT-FIM.
           OPEN INPUT PROFESSO
           IF ST-PRF = "00"
               MOVE "S" TO W-PRFABERTO.
           OPEN INPUT ALUNO
           IF ST-ERRO = "00"
               MOVE "S" TO W-ALUABERTO.
       HOR-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SELECIONA AS AULAS DO ANO: TURMAS (VISOES SALA E PROFESSOR) E
      * MATRICULAS ATIVAS COM TURMA (VISAO ALUNO)
      *-----------------------------------------------------------------
       HOR-SELECIONA.
           READ TURMA NEXT RECORD
               AT END GO TO HOR-SELECIONA-MAT.
           ADD 1 TO W-TURLIDAS.
           IF TUR-ANO NOT = ZEROS AND TUR-ANO NOT = W-ANO
               GO TO HOR-SELECIONA.
           ADD 1 TO W-TURANO
           PERFORM HOR-MONTA THRU HOR-MONTA-FIM.
           IF TUR-SALA = SPACES
               ADD 1 TO W-SEMSALA
           ELSE
               MOVE 1        TO ORD-VISAO
               MOVE TUR-SALA TO ORD-CHAVE
               RELEASE REGORD.
           IF TUR-PROF = SPACES
               ADD 1 TO W-SEMPROF
           ELSE
               MOVE 2        TO ORD-VISAO
               MOVE TUR-PROF TO ORD-CHAVE
               RELEASE REGORD.
           GO TO HOR-SELECIONA.
      *
      *        MATRICULA CANCELADA/TRANCADA OU SEM TURMA NAO TEM AULA
      *        NO QUADRO - ARQUIVO AUSENTE = NENHUMA MATRICULA
       HOR-SELECIONA-MAT.
           OPEN INPUT MATRICUL
           IF ST-MAT NOT = "00"
               DISPLAY "SEM MATRICULAS (MATRICUL.DAT) - ST=" ST-MAT
               GO TO HOR-SELECIONA-FIM.
       HOR-SELECIONA-MATLER.
           READ MATRICUL NEXT RECORD
               AT END GO TO HOR-SELECIONA-MATEOF.
           ADD 1 TO W-MATLIDAS.
           IF MAT-SITUACAO NOT = SPACES
               GO TO HOR-SELECIONA-MATLER.
           IF MAT-TURMA = SPACES
               ADD 1 TO W-MATSEMTUR
               GO TO HOR-SELECIONA-MATLER.
           MOVE MAT-DISCIPLINA TO TUR-DISCIPLINA
           MOVE MAT-TURMA      TO TUR-ID
           READ TURMA
           IF ST-TUR NOT = "00"
               DISPLAY "ALUNO " MAT-CODALU " EM TURMA INEXISTENTE "
                   MAT-DISCIPLINA " " MAT-TURMA
               GO TO HOR-SELECIONA-MATLER.
           IF TUR-ANO NOT = ZEROS AND TUR-ANO NOT = W-ANO
               GO TO HOR-SELECIONA-MATLER.
           PERFORM HOR-MONTA THRU HOR-MONTA-FIM.
           MOVE 3          TO ORD-VISAO
           MOVE MAT-CODALU TO ORD-CHAVE
           RELEASE REGORD.
           GO TO HOR-SELECIONA-MATLER.
       HOR-SELECIONA-MATEOF.
           CLOSE MATRICUL.
       HOR-SELECIONA-FIM.
           EXIT.
      *
      *        DADOS DA AULA (TURMA LIDA EM REGTUR)
       HOR-MONTA.
           MOVE TUR-DIASEM     TO ORD-DIA
           MOVE TUR-HORA       TO ORD-HORA
           MOVE TUR-DISCIPLINA TO ORD-DISC
           MOVE TUR-ID         TO ORD-TUR
           MOVE TUR-ANO        TO ORD-ANO
           MOVE TUR-SALA       TO ORD-SALA
           MOVE TUR-PROF       TO ORD-PROF.
       HOR-MONTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA PAGINA POR SALA/PROFESSOR/ALUNO; MARCA A AULA QUE SE
      * SOBREPOE A ANTERIOR DA MESMA PAGINA
      *-----------------------------------------------------------------
       HOR-IMPRIME.
           RETURN HORORD AT END GO TO HOR-IMPRIME-FIM.
           IF ORD-VISAO NOT = W-VISAOANT OR ORD-CHAVE NOT = W-CHAVEANT
               PERFORM HOR-CABEC THRU HOR-CABEC-FIM
               MOVE SPACES TO W-MARCA
           ELSE
               PERFORM HOR-VERIFICA THRU HOR-VERIFICA-FIM.
           MOVE ORD-ANO  TO W-HORANO1
           MOVE ORD-DIA  TO W-HORDIA1
           MOVE ORD-HORA TO W-HORHORA1
           MOVE SPACES TO W-DIA
           IF ORD-DIA > ZEROS AND ORD-DIA < 7
               MOVE W-DIANOME (ORD-DIA) TO W-DIA.
           MOVE ORD-HORA TO W-HORA
           MOVE SPACES TO LINREL
           STRING "  " W-DIA " " W-HORA-HH ":" W-HORA-MM "  "
                  ORD-DISC " " ORD-TUR "  " ORD-SALA "  "
                  ORD-PROF "  " W-MARCA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           GO TO HOR-IMPRIME.
       HOR-IMPRIME-FIM.
           EXIT.
      *
      *        A AULA ANTERIOR DA PAGINA ESTA EM W-HOR...1
       HOR-VERIFICA.
           MOVE SPACES TO W-MARCA
           MOVE ORD-ANO  TO W-HORANO2
           MOVE ORD-DIA  TO W-HORDIA2
           MOVE ORD-HORA TO W-HORHORA2
           PERFORM HOR-CHOQUE THRU HOR-CHOQUE-FIM.
           IF W-HORCHOQUE NOT = "S"
               GO TO HOR-VERIFICA-FIM.
           MOVE "*** CHOQUE" TO W-MARCA
           IF ORD-VISAO = 1
               ADD 1 TO W-CHQSALA.
           IF ORD-VISAO = 2
               ADD 1 TO W-CHQPROF.
           IF ORD-VISAO = 3
               ADD 1 TO W-CHQALU.
       HOR-VERIFICA-FIM.
           EXIT.
      *
      *        CABECALHO DA PAGINA DE UMA SALA/PROFESSOR/ALUNO
       HOR-CABEC.
           MOVE ORD-VISAO TO W-VISAOANT
           MOVE ORD-CHAVE TO W-CHAVEANT
           ADD 1 TO W-PAGINAS
           MOVE SPACES TO W-TITULO
           IF ORD-VISAO = 1
               STRING "SALA " ORD-CHAVE
                      DELIMITED BY SIZE INTO W-TITULO.
           IF ORD-VISAO = 2
               PERFORM HOR-CABEC-PRF THRU HOR-CABEC-PRF-FIM.
           IF ORD-VISAO = 3
               PERFORM HOR-CABEC-ALU THRU HOR-CABEC-ALU-FIM.
           MOVE SPACES TO LINREL
           STRING "ESCOLA LOJA AMIGOS - QUADRO DE HORARIOS " W-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-PAGINA THRU HOR-PAGINA-FIM.
           MOVE W-TITULO TO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  DIA     HORA   DISCIPLINA           TUR  SALA "
                  "  PROF"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
       HOR-CABEC-FIM.
           EXIT.
      *
       HOR-CABEC-PRF.
           MOVE ORD-CHAVE TO PRF-COD
           MOVE SPACES TO PRF-NOME
           IF W-PRFABERTO = "S"
               READ PROFESSO
               IF ST-PRF NOT = "00"
                   MOVE SPACES TO PRF-NOME.
           STRING "PROFESSOR " ORD-CHAVE " " PRF-NOME
                  DELIMITED BY SIZE INTO W-TITULO.
       HOR-CABEC-PRF-FIM.
           EXIT.
      *
       HOR-CABEC-ALU.
           MOVE ORD-CHAVE TO CODALU
           MOVE SPACES TO NOME
           IF W-ALUABERTO = "S"
               READ ALUNO
               IF ST-ERRO NOT = "00"
                   MOVE SPACES TO NOME.
           STRING "ALUNO " ORD-CHAVE " " NOME
                  DELIMITED BY SIZE INTO W-TITULO.
       HOR-CABEC-ALU-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       HOR-RESUMO.
           MOVE SPACES TO LINREL
           STRING "RELHORA - RESUMO - ANO LETIVO " W-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-PAGINA THRU HOR-PAGINA-FIM.
           MOVE SPACES TO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TURMAS LIDAS / DO ANO.............: " W-TURLIDAS
                  " / " W-TURANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TURMAS DO ANO SEM SALA............: " W-SEMSALA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TURMAS DO ANO SEM PROFESSOR.......: " W-SEMPROF
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MATRICULAS LIDAS / ATIVAS SEM TURMA: " W-MATLIDAS
                  " / " W-MATSEMTUR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PAGINAS DE QUADRO.................: " W-PAGINAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CHOQUES - SALA/PROFESSOR/ALUNO....: " W-CHQSALA
                  " / " W-CHQPROF " / " W-CHQALU
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HOR-IMP THRU HOR-IMP-FIM.
           IF W-PRFABERTO = "S"
               CLOSE PROFESSO.
           IF W-ALUABERTO = "S"
               CLOSE ALUNO.
           CLOSE TURMA RELHOR IMPRESSORA.
           DISPLAY "RELHORA - QUADRO GERADO EM RELHORA.TXT".
           DISPLAY "PAGINAS DE QUADRO..........: " W-PAGINAS.
           DISPLAY "CHOQUES SALA/PROF/ALUNO....: " W-CHQSALA " / "
               W-CHQPROF " / " W-CHQALU.
       HOR-RESUMO-FIM.
           EXIT.
      *
      *        PRIMEIRA LINHA DE UMA PAGINA NOVA (JA EM LINREL)
       HOR-PAGINA.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               MOVE "N" TO W-PRIMLIN
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
       HOR-PAGINA-FIM.
           EXIT.
      *
       HOR-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       HOR-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * CHOQUE DE HORARIO ENTRE DUAS AULAS
      *-----------------------------------------------------------------
           COPY CPYHORP.
