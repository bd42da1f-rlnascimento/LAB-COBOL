       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCENSO.
      **************************************
      *  DADOS DO CENSO ESCOLAR DE ALUNOS  *
      *  E PROFESSORES (CENSOPES.DAT)      *
      **************************************
      *----------------------------------------------------------------
      * COMPLEMENTO DO ALUNO (TIPO A) E DO PROFESSOR (TIPO P) COM OS
      * DADOS PESSOAIS QUE O EDUCENSO EXIGE E QUE O CADASTRO NORMAL
      * NAO TEM: NASCIMENTO, SEXO, COR/RACA, NACIONALIDADE, MUNICIPIO
      * DE NASCIMENTO, CPF DO ALUNO, NOME DA MAE, ESCOLARIDADE DO
      * PROFESSOR E A IDENTIFICACAO DO INEP. O ALUNO OU PROFESSOR TEM
      * QUE EXISTIR EM ALUNO.DAT / PROFESSO.DAT. E AQUI QUE A
      * SECRETARIA CORRIGE O QUE A PRE-VALIDACAO DO EDUCENSO APONTAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYECNS.
           COPY CPYALUS.
           COPY CPYPRFS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYECNR.
           COPY CPYALUR.
           COPY CPYPRFR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ECN       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PRF       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-CODALU     PIC 9(05) VALUE ZEROS.
       77 W-NOMEPES    PIC X(30) VALUE SPACES.
      *        DATA EM CONFERENCIA, QUEBRADA PARA O MODULO DE DATAS
       01 W-DATAUX     PIC 9(08) VALUE ZEROS.
       01 W-DATAUX-R REDEFINES W-DATAUX.
            03 W-DATAUX-ANO PIC 9(04).
            03 W-DATAUX-MES PIC 9(02).
            03 W-DATAUX-DIA PIC 9(02).
           COPY CPYCPFW.
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==CENSOPES==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO CENSOPES SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO CENSOPES.DAT"==
                   ==ST-ERRO== BY ==ST-ECN==.
       INC-OP1.
                OPEN INPUT ALUNO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ALUNO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CENSOPES
                   GO TO ROT-FIM.
                OPEN INPUT PROFESSO
                IF ST-PRF NOT = "00"
                   MOVE "ERRO NA ABERTURA DO PROFESSO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CENSOPES ALUNO
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO ECN-TIPO ECN-COD ECN-SEXO ECN-COR
                               ECN-NACION ECN-MAE ECN-ESCOLAR
                MOVE ZEROS  TO ECN-NASC ECN-MUNNASC ECN-CPF
                               ECN-IDINEP W-CODALU W-CPF
                MOVE SPACES TO W-NOMEPES
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "DADOS DO CENSO ESCOLAR (EDUCENSO)"
                DISPLAY (04, 01) "TIPO            : "
                DISPLAY (04, 28) "(A=ALUNO P=PROFESSOR)"
                DISPLAY (05, 01) "CODIGO          : "
                DISPLAY (06, 01) "NOME            : "
                DISPLAY (07, 01) "NASCIMENTO      : "
                DISPLAY (07, 28) "(AAAAMMDD)"
                DISPLAY (08, 01) "SEXO            : "
                DISPLAY (08, 28) "(M/F)"
                DISPLAY (09, 01) "COR/RACA        : "
                DISPLAY (09, 28) "(0=NAO DECLARADA 1=BRANCA 2=PRETA"
                DISPLAY (10, 28) " 3=PARDA 4=AMARELA 5=INDIGENA)"
                DISPLAY (11, 01) "NACIONALIDADE   : "
                DISPLAY (11, 28)
                        "(1=BRASILEIRA 2=NATURALIZADA 3=ESTRANGEIRA)"
                DISPLAY (12, 01) "MUNICIPIO NASC. : "
                DISPLAY (12, 28) "(CODIGO IBGE)"
                DISPLAY (13, 01) "CPF             : "
                DISPLAY (14, 01) "NOME DA MAE     : "
                DISPLAY (15, 01) "ESCOLARIDADE    : "
                DISPLAY (15, 28)
                        "(1=FUND.INCOMPL. 2=FUND. 3=MEDIO 4=SUPERIOR)"
                DISPLAY (16, 01) "ID NO INEP      : ".
       INC-002.
                ACCEPT (04, 18) ECN-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF ECN-TIPO NOT = "A" AND ECN-TIPO NOT = "P"
                   MOVE "*** TIPO: A=ALUNO P=PROFESSOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ECN-TIPO = "P"
                   GO TO INC-002P.
       INC-002A.
                ACCEPT (05, 18) W-CODALU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                MOVE W-CODALU TO CODALU
                READ ALUNO
                IF ST-ERRO NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE W-CODALU TO ECN-COD
                MOVE NOME TO W-NOMEPES
                GO TO LER-ECN01.
       INC-002P.
                ACCEPT (05, 18) ECN-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                MOVE ECN-COD TO PRF-COD
                READ PROFESSO
                IF ST-PRF NOT = "00"
                   MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002P.
                MOVE PRF-NOME TO W-NOMEPES
                MOVE PRF-CPF TO W-CPF
                DISPLAY (13, 18) W-CPF.
       LER-ECN01.
                DISPLAY (06, 18) W-NOMEPES
                MOVE 0 TO W-SEL
                READ CENSOPES
                IF ST-ECN NOT = "23"
                   IF ST-ECN = "00"
                      PERFORM ECN-MOSTRA THRU ECN-MOSTRA-FIM
                      MOVE "*** DADOS DO CENSO JA CADASTRADOS ***"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO CENSOPES.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (07, 18) ECN-NASC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                MOVE ECN-NASC TO W-DATAUX
                MOVE W-DATAUX-DIA TO DTV-DIA
                MOVE W-DATAUX-MES TO DTV-MES
                MOVE W-DATAUX-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF ECN-NASC NOT < W-HOJE
                   MOVE "*** NASCIMENTO TEM QUE SER PASSADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003A.
                ACCEPT (08, 18) ECN-SEXO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF ECN-SEXO NOT = "M" AND ECN-SEXO NOT = "F"
                   MOVE "*** SEXO: M / F ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
       INC-003B.
                ACCEPT (09, 18) ECN-COR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003A.
                IF ECN-COR < "0" OR ECN-COR > "5"
                   MOVE "*** COR/RACA: 0 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003B.
       INC-003C.
                ACCEPT (11, 18) ECN-NACION
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003B.
                IF ECN-NACION < "1" OR ECN-NACION > "3"
                   MOVE "*** NACIONALIDADE: 1 A 3 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003C.
       INC-003D.
                ACCEPT (12, 18) ECN-MUNNASC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003C.
                IF ECN-NACION = "1" AND ECN-MUNNASC < 1000000
                   MOVE "*** MUNICIPIO: CODIGO IBGE DE 7 DIGITOS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003D.
                IF ECN-TIPO = "P"
                   GO TO INC-004.
       INC-003E.
                MOVE ECN-CPF TO W-CPF
                ACCEPT (13, 18) W-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003D.
                PERFORM CPF-001 THRU CPF-001-FIM
                IF W-CPFOK NOT = "S"
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003E.
                MOVE W-CPF TO ECN-CPF.
       INC-004.
                ACCEPT (14, 18) ECN-MAE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003D.
                IF ECN-MAE = SPACES
                   MOVE "*** NOME DA MAE E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF ECN-TIPO = "A"
                   MOVE SPACES TO ECN-ESCOLAR
                   GO TO INC-005.
       INC-004A.
                ACCEPT (15, 18) ECN-ESCOLAR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF ECN-ESCOLAR < "1" OR ECN-ESCOLAR > "4"
                   MOVE "*** ESCOLARIDADE: 1 A 4 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
       INC-005.
                ACCEPT (16, 18) ECN-IDINEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGECN
                IF ST-ECN = "00" OR "02"
                      MOVE "CENSOPES"   TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE ECN-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO CENSOPES.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F2=ALTERA   F3=EXCLUI    ESC=NOVO"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO INC-003.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE CENSOPES RECORD
                IF ST-ECN = "00"
                   MOVE "CENSOPES"   TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE ECN-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-EXCCNT
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
       ALT-RW1.
                REWRITE REGECN
                IF ST-ECN = "00" OR "02"
                   MOVE "CENSOPES"   TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE ECN-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CENSOPES.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * MOSTRA O REGISTRO LIDO                *
      *****************************************
      *
       ECN-MOSTRA.
                DISPLAY (07, 18) ECN-NASC
                DISPLAY (08, 18) ECN-SEXO
                DISPLAY (09, 18) ECN-COR
                DISPLAY (11, 18) ECN-NACION
                DISPLAY (12, 18) ECN-MUNNASC
                IF ECN-TIPO = "A"
                   MOVE ECN-CPF TO W-CPF
                   DISPLAY (13, 18) W-CPF.
                DISPLAY (14, 18) ECN-MAE
                DISPLAY (15, 18) ECN-ESCOLAR
                DISPLAY (16, 18) ECN-IDINEP.
       ECN-MOSTRA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE CENSOPES ALUNO PROFESSO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - DADOS DO CENSO"
                DISPLAY "INCLUSOES..............: " W-INCCNT
                DISPLAY "ALTERACOES..............: " W-ALTCNT
                DISPLAY "EXCLUSOES..............: " W-EXCCNT
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
      *
      **********************
      * IDENTIFICACAO DO OPERADOR *
      **********************
      *
           COPY CPYOPER.
      *
           COPY CPYOPRC.
      *
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
      *
      *****************************************
      * ROTINA DE VALIDACAO DO CPF (MODULO 11) *
      *****************************************
      *
           COPY CPYCPFP.
      *
           COPY CPYDTVP.
       FIM-ROT-TEMPO.
