       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCONTR.
      **************************************
      *  CONTRATO DE PRESTACAO DE SERVICOS *
      *  EDUCACIONAIS POR MODELO           *
      *  (CONTRMOD.TXT -> CONTRATO.DAT)    *
      **************************************
      *----------------------------------------------------------------
      * O MESMO MOTOR DE MODELO DO CARTAMIG/COBRANCA APONTADO PARA O
      * CONTRATO ANUAL DO ALUNO. A SECRETARIA EDITA CONTRMOD.TXT (ATE
      * 60 LINHAS) COM OS MARCADORES
      *     &ALUNO &CODIGO &NOME &CPF &ENDERECO &CIDADE &FONE &ANO
      *     &NUMERO &VALOR &DESCONTO &VIGENCIA &LIQUIDO &DATA
      * E UMA LINHA COMECANDO EM &LISTA, QUE VIRA UMA LINHA POR
      * DISCIPLINA MATRICULADA (MATRICUL.DAT, SO AS ATIVAS) COM A
      * TURMA, O DIA, A HORA E A SALA (TURMA.DAT). &NOME, &CPF, &FONE
      * E O ENDERECO SAO DO RESPONSAVEL FINANCEIRO (CPYRSPP); &ALUNO
      * E O NOME DO ALUNO. &VALOR E A MENSALIDADE DO ANO - A MESMA DO
      * GERAMENS (VALOR INFORMADO OU VLMENSAL) - E &LIQUIDO E O QUE O
      * GERAMENS VAI COBRAR COM O DESCONTO DO DESCONTO.DAT QUE VALE NO
      * ANO (&DESCONTO = PERCENTUAL OU VALOR E MOTIVO, &VIGENCIA = AS
      * COMPETENCIAS DELE); SEM DESCONTO NO ANO, &LIQUIDO = &VALOR.
      * OPCOES:
      *   1 - UM ALUNO: IMPRIME (OU REIMPRIME, COM O MESMO NUMERO) O
      *       CONTRATO DO ALUNO INFORMADO;
      *   2 - TODOS OS ALUNOS ATIVOS AINDA SEM CONTRATO NO ANO;
      *   3 - SO A LISTA DOS ALUNOS ATIVOS SEM CONTRATO NO ANO.
      * CADA CONTRATO IMPRESSO RECEBE O NUMERO AAAANNNN E FICA NO
      * LIVRO CONTRATO.DAT (CPYCTRR). AS OPCOES 2 E 3 TERMINAM COM A
      * LISTA DOS QUE CONTINUAM SEM CONTRATO NO ANO.
      * ARQUIVOS: IMPCONTR.TXT E O SPOOL IMPCONTR.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALUS.
           COPY CPYMATS.
           COPY CPYTURS.
           COPY CPYDSCS.
           COPY CPYCTRS.
           COPY CPYRSPS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYENDS.
           SELECT MODELO ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-MOD.
           SELECT RELCTR ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALUR.
           COPY CPYMATR.
           COPY CPYTURR.
           COPY CPYDSCR.
           COPY CPYCTRR.
           COPY CPYRSPR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
      *
       FD  MODELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTRMOD.TXT".
       01 LINMOD                       PIC X(80).
      *
       FD  RELCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMPCONTR.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-TUR         PIC X(02) VALUE "00".
       77 ST-DSC         PIC X(02) VALUE "00".
       77 ST-CTR         PIC X(02) VALUE "00".
       77 ST-MOD         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-OPERADOR     PIC X(12) VALUE SPACES.
       77 W-OPCAO        PIC 9(01) VALUE ZEROS.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-CODSEL       PIC 9(05) VALUE ZEROS.
       77 W-VALOR        PIC 9(06)V99 VALUE ZEROS.
       77 W-LIQUIDO      PIC 9(06)V99 VALUE ZEROS.
       77 W-PROXNUM      PIC 9(08) VALUE ZEROS.
       77 W-NUMERO       PIC 9(08) VALUE ZEROS.
       77 W-REIMP        PIC X(01) VALUE "N".
       77 W-MATDISP      PIC X(01) VALUE "N".
       77 W-TURDISP      PIC X(01) VALUE "N".
       77 W-DSCDISP      PIC X(01) VALUE "N".
       77 W-DSCVALE      PIC X(01) VALUE "N".
       77 W-COMPINI      PIC 9(06) VALUE ZEROS.
       77 W-COMPFIM      PIC 9(06) VALUE ZEROS.
      *        PARAMETRO DO NEGOCIO (PARAMET.DAT VIA PARLER);
      *        AUSENTE, VALE O PADRAO DE SEMPRE
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
      *        MOTOR DE MODELO (O MESMO DO COBRANCA)
       77 W-TPLQTD       PIC 9(02) VALUE ZEROS.
       77 W-TPLIX        PIC 9(02) VALUE ZEROS.
       77 W-IP           PIC 9(02) VALUE ZEROS.
       77 W-OP           PIC 9(02) VALUE ZEROS.
       77 W-RTAM         PIC 9(02) VALUE ZEROS.
       77 W-VTAM         PIC 9(02) VALUE ZEROS.
       77 W-SOBRA        PIC 9(02) VALUE ZEROS.
       77 W-TOKTAM       PIC 9(02) VALUE ZEROS.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-LINENT       PIC X(80) VALUE SPACES.
       77 W-LINSAI       PIC X(80) VALUE SPACES.
       77 W-REST         PIC X(12) VALUE SPACES.
       77 W-VAL          PIC X(35) VALUE SPACES.
       77 W-CIDLIN       PIC X(35) VALUE SPACES.
       77 W-CPFLIN       PIC X(11) VALUE SPACES.
       77 W-DSCLIN       PIC X(35) VALUE SPACES.
       77 W-VIGLIN       PIC X(35) VALUE SPACES.
           COPY CPYRSPW.
           COPY CPYENDW.
      *        CONTADORES DO RESUMO
       77 W-IMPRESSOS    PIC 9(05) VALUE ZEROS.
       77 W-REIMPRESSOS  PIC 9(05) VALUE ZEROS.
       77 W-SEMCONTR     PIC 9(05) VALUE ZEROS.
       77 W-IX           PIC 9(02) VALUE ZEROS.
       01 W-DIAS.
            03 FILLER       PIC X(07) VALUE "SEGUNDA".
            03 FILLER       PIC X(07) VALUE "TERCA  ".
            03 FILLER       PIC X(07) VALUE "QUARTA ".
            03 FILLER       PIC X(07) VALUE "QUINTA ".
            03 FILLER       PIC X(07) VALUE "SEXTA  ".
            03 FILLER       PIC X(07) VALUE "SABADO ".
       01 W-DIAS-R REDEFINES W-DIAS.
            03 W-DIANOME    PIC X(07) OCCURS 6 TIMES.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
       01 W-DATALIN.
            03 W-DTL-DIA    PIC 9(02).
            03 FILLER       PIC X(01) VALUE "/".
            03 W-DTL-MES    PIC 9(02).
            03 FILLER       PIC X(01) VALUE "/".
            03 W-DTL-ANO    PIC 9(04).
       01 W-HORALIN.
            03 W-HRL-HH     PIC 9(02).
            03 FILLER       PIC X(01) VALUE ":".
            03 W-HRL-MM     PIC 9(02).
       01 W-HORA         PIC 9(04) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
            03 W-HORA-HH    PIC 9(02).
            03 W-HORA-MM    PIC 9(02).
       01 W-COMP         PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMP.
            03 W-COMP-ANO   PIC 9(04).
            03 W-COMP-MES   PIC 9(02).
      *
      *O MODELO E CARREGADO INTEIRO NA MEMORIA (ATE 60 LINHAS)
       01 TPL-TAB.
            03 TPL-LIN PIC X(80) OCCURS 60 TIMES.
      *
      *DISCIPLINAS MATRICULADAS DO ALUNO CORRENTE (ATE 20)
       01 DIS-TAB.
            03 DIS-LIN OCCURS 20 TIMES.
                05 DIS-DISCIPLINA PIC X(20).
                05 DIS-TURMA      PIC X(03).
                05 DIS-DIA        PIC X(07).
                05 DIS-HORA       PIC X(05).
                05 DIS-SALA       PIC X(05).
       77 DIS-QTD        PIC 9(02) VALUE ZEROS.
           COPY CPYMASC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "IMPCONTR - CONTRATO DE PRESTACAO DE SERVICOS".
           ACCEPT W-DATA FROM DATE YYYYMMDD
           MOVE W-DATA-DIA TO W-DTL-DIA
           MOVE W-DATA-MES TO W-DTL-MES
           MOVE W-DATA-ANO TO W-DTL-ANO.
       ICT-OPER.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
               GO TO ICT-OPER.
       ICT-ANO.
           DISPLAY "ANO LETIVO DO CONTRATO (AAAA, ZEROS = ATUAL): ".
           MOVE ZEROS TO W-ANO
           ACCEPT W-ANO.
           IF W-ANO = ZEROS
               MOVE W-DATA-ANO TO W-ANO.
           IF W-ANO < 2000
               GO TO ICT-ANO.
       ICT-OPCAO.
           DISPLAY "1=UM ALUNO  2=TODOS SEM CONTRATO  3=SO A LISTA: ".
           MOVE ZEROS TO W-OPCAO
           ACCEPT W-OPCAO.
           IF W-OPCAO < 1 OR W-OPCAO > 3
               GO TO ICT-OPCAO.
           IF W-OPCAO NOT = 1
               GO TO ICT-VALOR.
       ICT-ALUNO.
           DISPLAY "CODIGO DO ALUNO: ".
           MOVE ZEROS TO W-CODSEL
           ACCEPT W-CODSEL.
           IF W-CODSEL = ZEROS
               GO TO ICT-ALUNO.
       ICT-VALOR.
           IF W-OPCAO = 3
               GO TO ICT-INICIA.
           DISPLAY "VALOR DA MENSALIDADE (CENTAVOS NO FIM; ZEROS ="
                   " VLMENSAL): ".
           MOVE ZEROS TO W-VALOR
           ACCEPT W-VALOR.
           IF W-VALOR = ZEROS
               MOVE "VLMENSAL" TO W-PARNOME
               CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
               IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
                   MOVE W-PARVALOR TO W-VALOR.
           IF W-VALOR = ZEROS
               GO TO ICT-VALOR.
       ICT-INICIA.
           PERFORM ICT-OP0 THRU ICT-OP0-FIM.
           PERFORM ICT-PROXNUM THRU ICT-PROXNUM-FIM.
           IF W-OPCAO = 3
               GO TO ICT-LISTA.
           PERFORM ICT-MODELO THRU ICT-MODELO-FIM.
           PERFORM RSP-ABRE THRU RSP-ABRE-FIM.
           IF W-OPCAO = 2
               GO TO ICT-TODOS.
           MOVE W-CODSEL TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ALUNO NAO CADASTRADO - " W-CODSEL
               GO TO ICT-EOF.
           IF SITALU = "C" OR SITALU = "T"
               DISPLAY "ALUNO CANCELADO OU TRANCADO - SEM CONTRATO"
               GO TO ICT-EOF.
           PERFORM ICT-CONTRATO THRU ICT-CONTRATO-FIM.
           GO TO ICT-EOF.
      *
      *-----------------------------------------------------------------
      * OPCAO 2 - CONTRATO PARA TODO ALUNO ATIVO SEM CONTRATO NO ANO
      *-----------------------------------------------------------------
       ICT-TODOS.
           READ ALUNO NEXT RECORD
               AT END GO TO ICT-LISTA.
           IF SITALU = "C" OR SITALU = "T"
               GO TO ICT-TODOS.
           MOVE W-ANO  TO CTR-ANO
           MOVE CODALU TO CTR-CODALU
           READ CONTRATO
           IF ST-CTR = "00"
               GO TO ICT-TODOS.
           PERFORM ICT-CONTRATO THRU ICT-CONTRATO-FIM.
           GO TO ICT-TODOS.
      *
      *-----------------------------------------------------------------
      * ALUNOS ATIVOS SEM CONTRATO NO ANO (OPCOES 2 E 3)
      *-----------------------------------------------------------------
       ICT-LISTA.
           CLOSE ALUNO
           OPEN INPUT ALUNO
           MOVE SPACES TO LINREL
           STRING "ALUNOS ATIVOS SEM CONTRATO NO ANO " W-ANO
                  "  EMITIDO EM " W-DATALIN
                  DELIMITED BY SIZE INTO LINREL
           MOVE "S" TO W-PRIMLIN
           PERFORM ICT-IMP THRU ICT-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM ICT-IMP THRU ICT-IMP-FIM.
       ICT-LISTA-LER.
           READ ALUNO NEXT RECORD
               AT END GO TO ICT-LISTA-TOT.
           IF SITALU = "C" OR SITALU = "T"
               GO TO ICT-LISTA-LER.
           MOVE W-ANO  TO CTR-ANO
           MOVE CODALU TO CTR-CODALU
           READ CONTRATO
           IF ST-CTR = "00"
               GO TO ICT-LISTA-LER.
           ADD 1 TO W-SEMCONTR
           MOVE SPACES TO LINREL
           STRING "  " CODALU "  " NOME "  FONE " DDDRESP "-" NUMRESP
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ICT-IMP THRU ICT-IMP-FIM.
           GO TO ICT-LISTA-LER.
       ICT-LISTA-TOT.
           MOVE SPACES TO LINREL
           STRING "TOTAL SEM CONTRATO.......: " W-SEMCONTR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ICT-IMP THRU ICT-IMP-FIM.
      *
       ICT-EOF.
           IF W-OPCAO NOT = 3
               PERFORM RSP-FECHA THRU RSP-FECHA-FIM.
           IF W-MATDISP = "S"
               CLOSE MATRICUL.
           IF W-TURDISP = "S"
               CLOSE TURMA.
           IF W-DSCDISP = "S"
               CLOSE DESCONTO.
           CLOSE ALUNO CONTRATO RELCTR IMPRESSORA.
           DISPLAY "IMPCONTR - SAIDA EM IMPCONTR.TXT".
           DISPLAY "CONTRATOS NOVOS.........: " W-IMPRESSOS.
           DISPLAY "REIMPRESSOES............: " W-REIMPRESSOS.
           IF W-OPCAO NOT = 1
               DISPLAY "ATIVOS SEM CONTRATO.....: " W-SEMCONTR.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - SEM MATRICUL/TURMA A &LISTA SAI VAZIA;
      * SEM DESCONTO.DAT NINGUEM TEM DESCONTO
      *-----------------------------------------------------------------
       ICT-OP0.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               GO TO ROT-FIM.
           OPEN I-O CONTRATO
           IF ST-CTR NOT = "00"
               IF ST-CTR = "30" OR ST-CTR = "35"
                  OPEN OUTPUT CONTRATO
                  CLOSE CONTRATO
                  OPEN I-O CONTRATO
               ELSE
                  DISPLAY "ERRO AO ABRIR CONTRATO.DAT - ST=" ST-CTR
                  CLOSE ALUNO
                  GO TO ROT-FIM.
           OPEN OUTPUT RELCTR
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPCONTR.TXT - ST=" ST-REL
               CLOSE ALUNO CONTRATO
               GO TO ROT-FIM.
           MOVE "IMPCONTR.SPL" TO W-SPLNOME
           MOVE W-OPERADOR TO W-SPLOPER
           CALL "SPLCTL" USING W-SPLNOME "IMPCONTR" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALUNO CONTRATO RELCTR
               GO TO ROT-FIM.
           OPEN INPUT MATRICUL
           IF ST-MAT = "00"
               MOVE "S" TO W-MATDISP.
           OPEN INPUT TURMA
           IF ST-TUR = "00"
               MOVE "S" TO W-TURDISP.
           OPEN INPUT DESCONTO
           IF ST-DSC = "00"
               MOVE "S" TO W-DSCDISP.
       ICT-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PROXIMO NUMERO DE CONTRATO DO ANO (MAIOR DO LIVRO MAIS UM)
      *-----------------------------------------------------------------
       ICT-PROXNUM.
           COMPUTE W-PROXNUM = W-ANO * 10000 + 1
           MOVE W-ANO TO CTR-ANO
           MOVE ZEROS TO CTR-CODALU
           START CONTRATO KEY IS NOT LESS THAN CTR-CHAVE
           IF ST-CTR NOT = "00"
               GO TO ICT-PROXNUM-FIM.
       ICT-PROXNUM-LER.
           READ CONTRATO NEXT RECORD
               AT END GO TO ICT-PROXNUM-FIM.
           IF CTR-ANO NOT = W-ANO
               GO TO ICT-PROXNUM-FIM.
           IF CTR-NUMERO NOT < W-PROXNUM
               COMPUTE W-PROXNUM = CTR-NUMERO + 1.
           GO TO ICT-PROXNUM-LER.
       ICT-PROXNUM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CARREGA O MODELO NA TABELA
      *-----------------------------------------------------------------
       ICT-MODELO.
           OPEN INPUT MODELO
           IF ST-MOD NOT = "00"
               DISPLAY "MODELO CONTRMOD.TXT NAO ENCONTRADO - ST="
                   ST-MOD
               GO TO ICT-MODELO-ERRO.
           MOVE ZEROS TO W-TPLQTD.
       ICT-MODELO-LER.
           READ MODELO
               AT END GO TO ICT-MODELO-EOF.
           IF W-TPLQTD < 60
               ADD 1 TO W-TPLQTD
               MOVE LINMOD TO TPL-LIN (W-TPLQTD).
           GO TO ICT-MODELO-LER.
       ICT-MODELO-EOF.
           CLOSE MODELO.
           IF W-TPLQTD NOT = 0
               GO TO ICT-MODELO-FIM.
           DISPLAY "CONTRMOD.TXT ESTA VAZIO".
       ICT-MODELO-ERRO.
           IF W-MATDISP = "S"
               CLOSE MATRICUL.
           IF W-TURDISP = "S"
               CLOSE TURMA.
           IF W-DSCDISP = "S"
               CLOSE DESCONTO.
           CLOSE ALUNO CONTRATO RELCTR IMPRESSORA.
           GO TO ROT-FIM.
       ICT-MODELO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONTRATO DO ALUNO EM REGALU: NUMERO, DADOS, IMPRESSAO E LIVRO
      *-----------------------------------------------------------------
       ICT-CONTRATO.
           MOVE "N" TO W-REIMP
           MOVE W-ANO  TO CTR-ANO
           MOVE CODALU TO CTR-CODALU
           READ CONTRATO
           IF ST-CTR = "00"
               MOVE "S" TO W-REIMP
               MOVE CTR-NUMERO TO W-NUMERO
           ELSE
               MOVE W-PROXNUM TO W-NUMERO.
           PERFORM RSP-BUSCA THRU RSP-BUSCA-FIM.
           MOVE SPACES TO W-CIDLIN W-CPFLIN
           IF W-RSPCIDADE NOT = SPACES
               STRING W-RSPCIDADE "/" W-RSPUF " " W-RSPCEP
                      DELIMITED BY SIZE INTO W-CIDLIN.
           IF W-RSPCPF NOT = ZEROS
               MOVE W-RSPCPF TO W-CPFLIN.
           PERFORM ICT-DESCONTO THRU ICT-DESCONTO-FIM.
           PERFORM ICT-DISCIPLINAS THRU ICT-DISCIPLINAS-FIM.
           PERFORM ICT-IMPRIME THRU ICT-IMPRIME-FIM.
           IF W-REIMP = "S"
               ADD 1 TO CTR-VIAS
               MOVE W-VALOR   TO CTR-VALOR
               MOVE W-LIQUIDO TO CTR-LIQUIDO
               MOVE W-OPERADOR TO CTR-OPERADOR
               REWRITE REGCTR
               ADD 1 TO W-REIMPRESSOS
               GO TO ICT-CONTRATO-FIM.
           MOVE W-ANO      TO CTR-ANO
           MOVE CODALU     TO CTR-CODALU
           MOVE W-NUMERO   TO CTR-NUMERO
           MOVE W-DATA     TO CTR-DATA
           MOVE W-OPERADOR TO CTR-OPERADOR
           MOVE W-VALOR    TO CTR-VALOR
           MOVE W-LIQUIDO  TO CTR-LIQUIDO
           MOVE ZEROS      TO CTR-VIAS
           WRITE REGCTR
           IF ST-CTR NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONTRATO - ALUNO " CODALU
                   " ST=" ST-CTR
               GO TO ICT-CONTRATO-FIM.
           ADD 1 TO W-PROXNUM
           ADD 1 TO W-IMPRESSOS.
       ICT-CONTRATO-FIM.
           EXIT.
      *
      *        DESCONTO DO ALUNO QUE VALE EM ALGUMA COMPETENCIA DO ANO,
      *        APLICADO COMO NO GERAMENS
       ICT-DESCONTO.
           MOVE "N" TO W-DSCVALE
           MOVE W-VALOR TO W-LIQUIDO
           MOVE "SEM DESCONTO" TO W-DSCLIN
           MOVE SPACES TO W-VIGLIN
           IF W-DSCDISP NOT = "S"
               GO TO ICT-DESCONTO-FIM.
           COMPUTE W-COMPINI = W-ANO * 100 + 1
           COMPUTE W-COMPFIM = W-ANO * 100 + 12
           MOVE CODALU TO DSC-CODALU
           READ DESCONTO
           IF ST-DSC NOT = "00"
               GO TO ICT-DESCONTO-FIM.
           IF DSC-COMPINI > W-COMPFIM OR DSC-COMPFIM < W-COMPINI
               GO TO ICT-DESCONTO-FIM.
           MOVE "S" TO W-DSCVALE
           MOVE SPACES TO W-DSCLIN
           IF DSC-TIPO = "P"
               MOVE DSC-VALOR TO MASC-DINHEIRO-REL
               STRING MASC-DINHEIRO-REL "% - " DSC-MOTDESC
                      DELIMITED BY SIZE INTO W-DSCLIN
               COMPUTE W-LIQUIDO ROUNDED =
                   W-VALOR - (W-VALOR * DSC-VALOR / 100)
           ELSE
               MOVE DSC-VALOR TO MASC-DINHEIRO-REL
               STRING "R$ " MASC-DINHEIRO-REL " - " DSC-MOTDESC
                      DELIMITED BY SIZE INTO W-DSCLIN
               IF DSC-VALOR < W-VALOR
                   COMPUTE W-LIQUIDO = W-VALOR - DSC-VALOR
               ELSE
                   MOVE ZEROS TO W-LIQUIDO.
           MOVE DSC-COMPINI TO W-COMP
           MOVE SPACES TO W-VIGLIN
           STRING W-COMP-MES "/" W-COMP-ANO " A "
                  DELIMITED BY SIZE INTO W-VIGLIN
           MOVE DSC-COMPFIM TO W-COMP
           MOVE W-COMP-MES TO W-VIGLIN (11:2)
           MOVE "/"        TO W-VIGLIN (13:1)
           MOVE W-COMP-ANO TO W-VIGLIN (14:4).
       ICT-DESCONTO-FIM.
           EXIT.
      *
      *        DISCIPLINAS ATIVAS DO ALUNO COM O HORARIO DA TURMA
       ICT-DISCIPLINAS.
           MOVE ZEROS TO DIS-QTD
           IF W-MATDISP NOT = "S"
               GO TO ICT-DISCIPLINAS-FIM.
           MOVE CODALU TO MAT-CODALU
           MOVE SPACES TO MAT-DISCIPLINA
           START MATRICUL KEY IS NOT LESS THAN MAT-CHAVE
           IF ST-MAT NOT = "00"
               GO TO ICT-DISCIPLINAS-FIM.
       ICT-DISCIPLINAS-LER.
           READ MATRICUL NEXT RECORD
               AT END GO TO ICT-DISCIPLINAS-FIM.
           IF MAT-CODALU NOT = CODALU
               GO TO ICT-DISCIPLINAS-FIM.
           IF MAT-SITUACAO NOT = SPACES OR DIS-QTD NOT < 20
               GO TO ICT-DISCIPLINAS-LER.
           ADD 1 TO DIS-QTD
           MOVE MAT-DISCIPLINA TO DIS-DISCIPLINA (DIS-QTD)
           MOVE MAT-TURMA      TO DIS-TURMA (DIS-QTD)
           MOVE SPACES TO DIS-DIA (DIS-QTD) DIS-HORA (DIS-QTD)
                          DIS-SALA (DIS-QTD)
           IF W-TURDISP NOT = "S" OR MAT-TURMA = SPACES
               GO TO ICT-DISCIPLINAS-LER.
           MOVE MAT-DISCIPLINA TO TUR-DISCIPLINA
           MOVE MAT-TURMA      TO TUR-ID
           READ TURMA
           IF ST-TUR NOT = "00"
               GO TO ICT-DISCIPLINAS-LER.
           IF TUR-DIASEM > 0 AND TUR-DIASEM < 7
               MOVE W-DIANOME (TUR-DIASEM) TO DIS-DIA (DIS-QTD).
           MOVE TUR-HORA TO W-HORA
           MOVE W-HORA-HH TO W-HRL-HH
           MOVE W-HORA-MM TO W-HRL-MM
           MOVE W-HORALIN TO DIS-HORA (DIS-QTD)
           MOVE TUR-SALA  TO DIS-SALA (DIS-QTD)
           GO TO ICT-DISCIPLINAS-LER.
       ICT-DISCIPLINAS-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MONTA E IMPRIME O CONTRATO (PAGINA NOVA)
      *-----------------------------------------------------------------
       ICT-IMPRIME.
           MOVE "S" TO W-PRIMLIN
           MOVE 1 TO W-TPLIX.
       ICT-IMPRIME-LIN.
           IF W-TPLIX > W-TPLQTD
               GO TO ICT-IMPRIME-SEP.
           MOVE TPL-LIN (W-TPLIX) TO W-LINENT
           IF W-LINENT (1:6) = "&LISTA"
               PERFORM ICT-LISTADIS THRU ICT-LISTADIS-FIM
               ADD 1 TO W-TPLIX
               GO TO ICT-IMPRIME-LIN.
           PERFORM SUB-LINHA THRU SUB-LINHA-FIM
           MOVE W-LINSAI TO LINREL
           PERFORM ICT-IMP THRU ICT-IMP-FIM.
           ADD 1 TO W-TPLIX
           GO TO ICT-IMPRIME-LIN.
       ICT-IMPRIME-SEP.
           MOVE ALL "-" TO LINREL
           WRITE LINREL.
       ICT-IMPRIME-FIM.
           EXIT.
      *
      *        A LINHA &LISTA VIRA UMA LINHA POR DISCIPLINA
       ICT-LISTADIS.
           MOVE 1 TO W-IX.
       ICT-LISTADIS-LOOP.
           IF W-IX > DIS-QTD
               GO TO ICT-LISTADIS-FIM.
           MOVE SPACES TO LINREL
           STRING "   " DIS-DISCIPLINA (W-IX) "  TURMA "
                  DIS-TURMA (W-IX) "  " DIS-DIA (W-IX) " "
                  DIS-HORA (W-IX) "  SALA " DIS-SALA (W-IX)
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ICT-IMP THRU ICT-IMP-FIM.
           ADD 1 TO W-IX
           GO TO ICT-LISTADIS-LOOP.
       ICT-LISTADIS-FIM.
           EXIT.
      *
      *        LINHA NO TXT E NO SPOOL; A PRIMEIRA DE CADA CONTRATO
      *        (OU DA LISTA) ABRE PAGINA NOVA
       ICT-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               WRITE LINIMPR AFTER ADVANCING PAGE
               MOVE "N" TO W-PRIMLIN
           ELSE
               WRITE LINIMPR.
       ICT-IMP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SUBSTITUI OS MARCADORES DE W-LINENT, DEIXANDO O RESULTADO EM
      * W-LINSAI (MESMO MOTOR DO CARTAMIG)
      *-----------------------------------------------------------------
       SUB-LINHA.
           MOVE SPACES TO W-LINSAI
           MOVE 1 TO W-IP
           MOVE 1 TO W-OP.
       SUB-LOOP.
           IF W-IP > 80 OR W-OP > 80
               GO TO SUB-LINHA-FIM.
           IF W-LINENT (W-IP:1) NOT = "&"
               MOVE W-LINENT (W-IP:1) TO W-LINSAI (W-OP:1)
               ADD 1 TO W-IP
               ADD 1 TO W-OP
               GO TO SUB-LOOP.
           PERFORM SUB-TOKEN THRU SUB-TOKEN-FIM
           GO TO SUB-LOOP.
       SUB-LINHA-FIM.
           EXIT.
      *
       SUB-TOKEN.
           MOVE SPACES TO W-REST
           COMPUTE W-RTAM = 81 - W-IP
           IF W-RTAM > 12 MOVE 12 TO W-RTAM.
           MOVE W-LINENT (W-IP:W-RTAM) TO W-REST.
           MOVE SPACES TO W-VAL
           MOVE ZEROS TO W-TOKTAM.
           IF W-REST (1:6) = "&ALUNO"
               MOVE 6 TO W-TOKTAM
               MOVE NOME TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:7) = "&CODIGO"
               MOVE 7 TO W-TOKTAM
               MOVE CODALU TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:7) = "&NUMERO"
               MOVE 7 TO W-TOKTAM
               MOVE W-NUMERO TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:4) = "&ANO"
               MOVE 4 TO W-TOKTAM
               MOVE W-ANO TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:6) = "&VALOR"
               MOVE 6 TO W-TOKTAM
               MOVE W-VALOR TO MASC-DINHEIRO-REL
               MOVE MASC-DINHEIRO-REL TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:8) = "&LIQUIDO"
               MOVE 8 TO W-TOKTAM
               MOVE W-LIQUIDO TO MASC-DINHEIRO-REL
               MOVE MASC-DINHEIRO-REL TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:9) = "&DESCONTO"
               MOVE 9 TO W-TOKTAM
               MOVE W-DSCLIN TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:9) = "&VIGENCIA"
               MOVE 9 TO W-TOKTAM
               MOVE W-VIGLIN TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:5) = "&DATA"
               MOVE 5 TO W-TOKTAM
               MOVE W-DATALIN TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:9) = "&ENDERECO"
               MOVE 9 TO W-TOKTAM
               MOVE W-RSPLOGR TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:7) = "&CIDADE"
               MOVE 7 TO W-TOKTAM
               MOVE W-CIDLIN TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:5) = "&NOME"
               MOVE 5 TO W-TOKTAM
               MOVE W-RSPNOME TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:5) = "&FONE"
               MOVE 5 TO W-TOKTAM
               STRING W-RSPDDD "-" W-RSPNUMFONE
                   DELIMITED BY SIZE INTO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:4) = "&CPF"
               MOVE 4 TO W-TOKTAM
               MOVE W-CPFLIN TO W-VAL
               GO TO SUB-TOKEN-VAL.
      *        & SEM MARCADOR CONHECIDO: COPIA O PROPRIO &
           MOVE "&" TO W-LINSAI (W-OP:1)
           ADD 1 TO W-IP
           ADD 1 TO W-OP
           GO TO SUB-TOKEN-FIM.
       SUB-TOKEN-VAL.
           ADD W-TOKTAM TO W-IP
           PERFORM VAL-TRIM THRU VAL-TRIM-FIM
           IF W-VTAM = 0
               GO TO SUB-TOKEN-FIM.
           COMPUTE W-SOBRA = 81 - W-OP
           IF W-VTAM > W-SOBRA
               MOVE W-SOBRA TO W-VTAM.
           IF W-VTAM > 0
               MOVE W-VAL (1:W-VTAM) TO W-LINSAI (W-OP:W-VTAM)
               ADD W-VTAM TO W-OP.
       SUB-TOKEN-FIM.
           EXIT.
      *
       VAL-TRIM.
           MOVE 35 TO W-VTAM.
       VAL-TRIM-LOOP.
           IF W-VTAM = 0
               GO TO VAL-TRIM-FIM.
           IF W-VAL (W-VTAM:1) = SPACE
               SUBTRACT 1 FROM W-VTAM
               GO TO VAL-TRIM-LOOP.
       VAL-TRIM-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * RESPONSAVEL FINANCEIRO (CPYRSPP) E COMPLEMENTO DE ENDERECO
      *-----------------------------------------------------------------
           COPY CPYRSPP.
           COPY CPYENDP
               REPLACING ==CPY-CPFCAMPO== BY ==RSP-CPF==.
