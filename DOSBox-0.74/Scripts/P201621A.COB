      * RECUSADO ENQUANTO HOUVER MATRICULA) E F5 ABRE A TELA DE
      * MATRICULAS DO ALUNO, ONDE SE INCLUI, ALTERA E EXCLUI CADA
      * DISCIPLINA E SE LANCAM AS NOTAS POR MATRICULA.
      * A TURMA ESCOLHIDA NA MATRICULA NAO PODE TER AULA SOBREPOSTA A
      * DE OUTRA TURMA EM QUE O ALUNO JA ESTA MATRICULADO (CPYHORP):
      * O CHOQUE E RECUSADO, E SO O SUPERVISOR PODE LIBERAR, COM A
      * LIBERACAO EM AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ST-SAU       PIC X(02) VALUE "00".
       77 W-SAUIX      PIC 9(01) VALUE ZEROS.
       77 W-LOTACAO    PIC 9(03) VALUE ZEROS.
       77 W-MATGUARDA  PIC X(52) VALUE SPACES.
       77 W-CAPGUARDA  PIC 9(03) VALUE ZEROS.
       77 W-DISCGUARDA PIC X(20) VALUE SPACES.
       77 W-TURGUARDA  PIC X(03) VALUE SPACES.
      *        CHOQUE DE HORARIO COM AS OUTRAS TURMAS DO ALUNO
      *        (CPYHORP); W-TURACHOU = S QUANDO A TURMA NOVA FOI LIDA
      *        NA CRITICA E O HORARIO DELA ESTA EM W-HOR...1
           COPY CPYHORW.
       77 W-TURACHOU   PIC X(01) VALUE "N".
       77 W-CHQDISC    PIC X(20) VALUE SPACES.
       77 W-CHQID      PIC X(03) VALUE SPACES.
      *        MOVIMENTACAO DE ALUNOS (MOVALU.DAT VIA MVAREG): A
      *        INCLUSAO ENTRA COMO ENTRADA NO RELMOVAL
       77 W-MVATIPO    PIC X(01) VALUE "E".
       77 W-MVAMOT     PIC X(30) VALUE "INCLUSAO NO CADASTRO".
       77 W-MVAOK      PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                UNLOCK ALUNO
                UNLOCK MATRICUL
                MOVE ZEROS  TO CODALU DDDRESP NUMRESP DTSITALU
                MOVE ZEROS  TO CPFRESP
                MOVE SPACES TO NOME SITALU.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 20) "CADASTRO DE ALUNO"
                DISPLAY (04, 01) "CODIGO DO ALUNO    : "
                      DISPLAY (05, 22) NOME
                      DISPLAY (06, 22) DDDRESP
                      DISPLAY (06, 26) NUMRESP
                      PERFORM SIT-MOSTRA THRU SIT-MOSTRA-FIM
                      PERFORM MAT-LISTA THRU MAT-LISTA-FIM
                      MOVE "*** ALUNO JA CADASTRAD0 ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE CODALU       TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      PERFORM MVA-ENTRADA THRU MVA-ENTRADA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS - F5=MATRICULAS ***"
                           TO MENS
                MOVE ZEROS TO MAT-NOTA1 MAT-NOTA2 MAT-NOTA3 MAT-NOTA4
                MOVE ZEROS TO MAT-FALTA1 MAT-FALTA2 MAT-FALTA3
                              MAT-FALTA4 MAT-NOTAREC
                MOVE SPACES TO MAT-DISCIPLINA MAT-TURMA MAT-SITUACAO.
       MAT-002.
                ACCEPT (05, 22) MAT-DISCIPLINA
                ACCEPT W-ACT FROM ESCAPE KEY
                PERFORM TUR-CRITICA THRU TUR-CRITICA-FIM
                IF ST-TUR NOT = "00"
                   GO TO MAT-TUR.
                PERFORM MAT-CHOQUE THRU MAT-CHOQUE-FIM
                IF W-HORCHOQUE = "S"
                   GO TO MAT-TUR.
       MAT-N1.
                ACCEPT (06, 22) MAT-NOTA1
                ACCEPT W-ACT FROM ESCAPE KEY
      *        SEM TURMA.DAT NA LOJA, A TURMA E ACEITA COMO DIGITADA.
       TUR-CRITICA.
                MOVE "00" TO ST-TUR
                MOVE "N" TO W-TURACHOU
                OPEN INPUT TURMA
                IF ST-TUR NOT = "00"
                   MOVE "00" TO ST-TUR
      *        A CAPACIDADE E GUARDADA ANTES DO CLOSE - DEPOIS DELE A
      *        AREA DO REGISTRO DA TURMA FICA INDEFINIDA
                MOVE TUR-CAPAC TO W-CAPGUARDA
                MOVE TUR-ANO    TO W-HORANO1
                MOVE TUR-DIASEM TO W-HORDIA1
                MOVE TUR-HORA   TO W-HORHORA1
                MOVE "S" TO W-TURACHOU
                CLOSE TURMA
                MOVE REGMAT         TO W-MATGUARDA
                MOVE MAT-DISCIPLINA TO W-DISCGUARDA
                   MOVE "96" TO ST-TUR.
       TUR-CRITICA-FIM.
                EXIT.
      *
      *        CHOQUE DE HORARIO: A TURMA NOVA (W-HOR...1, DA CRITICA)
      *        CONTRA A TURMA DE CADA OUTRA MATRICULA ATIVA DO ALUNO.
      *        DEVOLVE W-HORCHOQUE = S QUANDO A MATRICULA NAO PODE
      *        SEGUIR; O SUPERVISOR PODE LIBERAR O CHOQUE
       MAT-CHOQUE.
                MOVE "N" TO W-HORCHOQUE
                IF W-TURACHOU NOT = "S"
                   GO TO MAT-CHOQUE-FIM.
                PERFORM HOR-PAR THRU HOR-PAR-FIM
                OPEN INPUT TURMA
                IF ST-TUR NOT = "00"
                   MOVE "00" TO ST-TUR
                   GO TO MAT-CHOQUE-FIM.
                MOVE REGMAT         TO W-MATGUARDA
                MOVE MAT-DISCIPLINA TO W-DISCGUARDA
                MOVE CODALU TO MAT-CODALU
                MOVE SPACES TO MAT-DISCIPLINA
                START MATRICUL KEY IS NOT LESS THAN MAT-CHAVE
                IF ST-MAT NOT = "00"
                   GO TO MAT-CHOQUE-VOLTA.
       MAT-CHOQUE-LER.
                READ MATRICUL NEXT RECORD
                IF ST-MAT NOT = "00" OR MAT-CODALU NOT = CODALU
                   MOVE "N" TO W-HORCHOQUE
                   GO TO MAT-CHOQUE-VOLTA.
                IF MAT-DISCIPLINA = W-DISCGUARDA OR MAT-TURMA = SPACES
                   OR MAT-SITUACAO NOT = SPACES
                   GO TO MAT-CHOQUE-LER.
                MOVE MAT-DISCIPLINA TO TUR-DISCIPLINA
                MOVE MAT-TURMA      TO TUR-ID
                READ TURMA
                IF ST-TUR NOT = "00"
                   GO TO MAT-CHOQUE-LER.
                MOVE TUR-ANO    TO W-HORANO2
                MOVE TUR-DIASEM TO W-HORDIA2
                MOVE TUR-HORA   TO W-HORHORA2
                PERFORM HOR-CHOQUE THRU HOR-CHOQUE-FIM
                IF W-HORCHOQUE NOT = "S"
                   GO TO MAT-CHOQUE-LER.
                MOVE MAT-DISCIPLINA TO W-CHQDISC
                MOVE MAT-TURMA      TO W-CHQID.
       MAT-CHOQUE-VOLTA.
                CLOSE TURMA
                MOVE "00" TO ST-TUR
                MOVE W-MATGUARDA TO REGMAT
                IF W-HORCHOQUE NOT = "S"
                   GO TO MAT-CHOQUE-FIM.
                MOVE SPACES TO MENS
                STRING "*** CHOQUE DE HORARIO COM " W-CHQDISC (1:15)
                       " " W-CHQID " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-OPERNIVEL NOT = "S"
                   MOVE "*** MATRICULA RECUSADA - CHAME O SUPERVISOR"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAT-CHOQUE-FIM.
      *        LIBERACAO EXCEPCIONAL: SO O SUPERVISOR, COM REGISTRO
       MAT-CHOQUE-LIB.
                DISPLAY (21, 01) "SUPERVISOR: LIBERAR MESMO ASSIM"
                DISPLAY (21, 33) "(S/N): "
                ACCEPT (21, 40) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   MOVE "N" TO W-HORCHOQUE
                   MOVE "MATRICUL"   TO AUD-ARQ
                   MOVE "LIBERACAO"  TO AUD-ACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING MAT-CODALU "/" MAT-DISCIPLINA
                          DELIMITED BY SIZE INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   DISPLAY (21, 01) LIMPA
                   GO TO MAT-CHOQUE-FIM.
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (21, 01) LIMPA
                   GO TO MAT-CHOQUE-FIM.
                GO TO MAT-CHOQUE-LIB.
       MAT-CHOQUE-FIM.
                EXIT.
      *
       MAT-MOSTRA.
                DISPLAY (05, 53) MAT-TURMA
                                + MAT-FALTA3 + MAT-FALTA4.
       MAT-MEDIA-FIM.
                EXIT.
      *
      *        ALUNO QUE SAIU (CADSAIDA) APARECE MARCADO NA TELA -
      *        A SITUACAO SO MUDA POR LA
       SIT-MOSTRA.
                IF SITALU = "C"
                   DISPLAY (06, 40) "*** ALUNO CANCELADO ***".
                IF SITALU = "T"
                   DISPLAY (06, 40) "*** ALUNO TRANCADO ***".
       SIT-MOSTRA-FIM.
                EXIT.
      *
      *        ENTRADA DO ALUNO NA MOVIMENTACAO DO MES (RELMOVAL);
      *        EM TREINAMENTO NADA E REGISTRADO, COMO NA AUDITORIA
       MVA-ENTRADA.
                IF W-TREINO = "S"
                   GO TO MVA-ENTRADA-FIM.
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                CALL "MVAREG" USING CODALU W-MVATIPO W-DATAUD W-MVAMOT
                                    W-OPERADOR W-MVAOK.
       MVA-ENTRADA-FIM.
                EXIT.
      *
       MAT-AUDCHAVE.
                MOVE SPACES TO AUD-CHAVE
      *****************************************
      *
           COPY CPYNRMP.
      *
      *****************************************
      * CHOQUE DE HORARIO DAS TURMAS (CPYHORP) *
      *****************************************
      *
           COPY CPYHORP.
       FIM-ROT-TEMPO.
