      * DIGITADOS. ALUNO JA MARCADO NAQUELE DIA (CHAVE DUPLICADA) E
      * PULADO SEM SOMAR DE NOVO. O RELFALT MOSTRA AS DATAS POR TRAS
      * DA CONTAGEM.
      * COM O CALENDARIO ESCOLAR (CALESC.DAT) CADASTRADO, O BIMESTRE
      * NAO E MAIS DIGITADO: SAI DA DATA DA AULA, E DIA NAO LETIVO
      * (FORA DOS BIMESTRES, DOMINGO, SABADO QUANDO NAO E LETIVO OU
      * DENTRO DE UM RECESSO) E RECUSADO. A TELA MOSTRA AS AULAS
      * PREVISTAS NO BIMESTRE (DIAS LETIVOS NO DIA DA SEMANA DA TURMA,
      * OU TODOS SEM TURMA) CONTRA AS JA DADAS (DATAS COM CHAMADA).
      * SEM CALENDARIO PARA A DATA, O BIMESTRE E PEDIDO COMO ANTES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYALUS.
           COPY CPYMATS.
           COPY CPYCHAS.
           COPY CPYCALS.
           COPY CPYTURS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
           COPY CPYALUR.
           COPY CPYMATR.
           COPY CPYCHAR.
           COPY CPYCALR.
           COPY CPYTURR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-MAT       PIC X(02) VALUE "00".
       77 ST-CHA       PIC X(02) VALUE "00".
       77 ST-CAL       PIC X(02) VALUE "00".
       77 ST-TUR       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-MARCADOS   PIC 9(04) VALUE ZEROS.
       77 W-AUSENTES   PIC 9(04) VALUE ZEROS.
       77 W-JAMARC     PIC 9(04) VALUE ZEROS.
       77 W-PREVISTAS  PIC 9(03) VALUE ZEROS.
       77 W-DADAS      PIC 9(03) VALUE ZEROS.
       77 W-ULTDATA    PIC 9(08) VALUE ZEROS.
       77 W-CHADATA    PIC 9(08) VALUE ZEROS.
       01 W-DATSEL.
            03 W-DATSEL-DIA  PIC 9(02).
            03 W-DATSEL-MES  PIC 9(02).
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
           COPY CPYAUDW.
           COPY CPYCALW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                DISPLAY (04, 01) "DISCIPLINA      : "
                DISPLAY (04, 45) "TURMA : "
                DISPLAY (05, 01) "DATA DA AULA    : __/__/____"
                DISPLAY (06, 01) "BIMESTRE (1-4)  : "
                DISPLAY (07, 01) LIMPA.
       INC-002.
                ACCEPT (04, 18) W-DISCSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *        BIMESTRE PELO CALENDARIO ESCOLAR, QUANDO HOUVER
                MOVE W-DATSEL-ANO TO W-CALANO
                MOVE W-DATSEL-MES TO W-CALMES
                MOVE W-DATSEL-DIA TO W-CALDIA
                PERFORM CAL-BUSCA THRU CAL-BUSCA-FIM
                IF W-CALACHOU NOT = "S"
                   DISPLAY (07, 01) "SEM CALENDARIO - DIGITE O BIMESTRE"
                   GO TO INC-004.
                PERFORM CAL-LETIVO THRU CAL-LETIVO-FIM
                IF W-CALLETIVO NOT = "S"
                   MOVE SPACES TO MENS
                   STRING "*** DIA NAO LETIVO: " DELIMITED BY SIZE
                          W-CALMOTIVO DELIMITED BY "  "
                          " ***" DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-CALBIM TO W-PERSEL
                DISPLAY (06, 18) W-PERSEL
                PERFORM CHM-AULAS THRU CHM-AULAS-FIM
                GO TO CHM-001.
       INC-004.
                ACCEPT (06, 18) W-PERSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                EXIT.
      *
      *****************************************
      * AULAS PREVISTAS X DADAS NO BIMESTRE   *
      *****************************************
      *
      *        PREVISTAS: DIAS LETIVOS DO BIMESTRE NO DIA DA SEMANA DA
      *        TURMA (TURMA.DAT LIDO SOB DEMANDA; SEM TURMA, TODOS)
       CHM-AULAS.
                MOVE CAL-BIMINI (W-CALBIM) TO W-CALDE
                MOVE CAL-BIMFIM (W-CALBIM) TO W-CALATE
                MOVE ZEROS TO W-CALFILTRO W-DADAS W-ULTDATA
                IF W-TURSEL = SPACES
                   GO TO CHM-AULAS-CONTA.
                OPEN INPUT TURMA
                IF ST-TUR NOT = "00"
                   GO TO CHM-AULAS-CONTA.
                MOVE W-DISCSEL TO TUR-DISCIPLINA
                MOVE W-TURSEL  TO TUR-ID
                READ TURMA
                IF ST-TUR = "00"
                   MOVE TUR-DIASEM TO W-CALFILTRO.
                CLOSE TURMA.
       CHM-AULAS-CONTA.
                PERFORM CAL-CONTA THRU CAL-CONTA-FIM
                MOVE W-CALQTD TO W-PREVISTAS
      *        DADAS: DATAS DO BIMESTRE COM CHAMADA DA DISCIPLINA (COM
      *        TURMA, SO AS QUE TEM ALUNO DA TURMA)
                MOVE W-DISCSEL TO CHA-DISCIPLINA
                MOVE W-CALDE   TO W-CHADATA
                MOVE W-CHADATA TO CHA-DATA
                MOVE ZEROS     TO CHA-CODALU
                START CHAMADA KEY IS NOT LESS THAN CHA-CHAVE
                IF ST-CHA NOT = "00"
                   GO TO CHM-AULAS-MOSTRA.
       CHM-AULAS-LER.
                READ CHAMADA NEXT RECORD
                IF ST-CHA NOT = "00"
                   GO TO CHM-AULAS-MOSTRA.
                IF CHA-DISCIPLINA NOT = W-DISCSEL
                   GO TO CHM-AULAS-MOSTRA.
                MOVE CHA-DATA TO W-CHADATA
                IF W-CHADATA > W-CALATE
                   GO TO CHM-AULAS-MOSTRA.
                IF W-CHADATA = W-ULTDATA
                   GO TO CHM-AULAS-LER.
                IF W-TURSEL NOT = SPACES
                   MOVE CHA-CODALU TO MAT-CODALU
                   MOVE W-DISCSEL  TO MAT-DISCIPLINA
                   READ MATRICUL
                   IF ST-MAT NOT = "00" OR MAT-TURMA NOT = W-TURSEL
                      GO TO CHM-AULAS-LER.
                ADD 1 TO W-DADAS
                MOVE W-CHADATA TO W-ULTDATA
                GO TO CHM-AULAS-LER.
       CHM-AULAS-MOSTRA.
                DISPLAY (07, 01) LIMPA
                DISPLAY (07, 01) "AULAS NO BIMESTRE: PREVISTAS"
                DISPLAY (07, 30) W-PREVISTAS
                DISPLAY (07, 35) "DADAS"
                DISPLAY (07, 41) W-DADAS.
       CHM-AULAS-FIM.
                EXIT.
      *
      *****************************************
      * RESUMO DA CHAMADA E AUDITORIA         *
      *****************************************
      *
      **********************
      *
           COPY CPYAUDP.
      *
      **********************
      * CALENDARIO ESCOLAR *
      **********************
      *
           COPY CPYCALP.
       FIM-ROT-TEMPO.
