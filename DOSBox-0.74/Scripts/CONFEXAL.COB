       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFEXAL.
      **************************************
      *  CONFIRMACAO DE EX-ALUNOS COMO     *
      *  AMIGOS (EXALUNO.DAT -> AMIGO.DAT) *
      **************************************
      *----------------------------------------------------------------
      * O CODALU ABRE A PROPOSTA PENDENTE GRAVADA PELO EXALUPRO, COM O
      * AMIGO QUE PODE SER A MESMA PESSOA (MESMO CPF OU MESMA CHAVE
      * FONETICA), E O OPERADOR DECIDE:
      *   F2 - CRIA O AMIGO NA CATEGORIA EX-ALUNO (O TIPOAMIGO CUJA
      *        DESCRICAO EM CATEGO.DAT E "EX-ALUNO", CADASTRADA NO
      *        CADCATG). APELIDO SUGERIDO PELO PRIMEIRO NOME; CPF
      *        OPCIONAL, VALIDADO E CONFERIDO EM CPFINDEX.DAT COMO NO
      *        CADASTRO DE AMIGO; FONE DO RESPONSAVEL; FONKEY E
      *        FILIAL DO ALUNO.
      *   F3 - RECUSA COM O MOTIVO.
      *   F4 - E A MESMA PESSOA: SO VINCULA O CODALU AO AMIGO
      *        SUSPEITO, SEM CRIAR OUTRO.
      * A PROPOSTA GUARDA O DESTINO (C/V/R) E O APELIDO - E O ELO QUE
      * O CONSCPF USA PARA MOSTRAR O ALUNO JUNTO DO AMIGO. TUDO SAI
      * EM AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CODAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    LOCK MODE    IS AUTOMATIC
                    FILE STATUS  IS ST-AMI
                    ALTERNATE RECORD KEY IS CHAVE2 = NOME
                                                      WITH DUPLICATES.
           COPY CPYEXAS.
           COPY CPYCATS.
           COPY CPYIDXS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYAMIR.
           COPY CPYEXAR.
           COPY CPYCATR.
           COPY CPYIDXR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-AMI       PIC X(02) VALUE "00".
       77 ST-EXA       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CRIADOS    PIC 9(04) VALUE ZEROS.
       77 W-VINCULADOS PIC 9(04) VALUE ZEROS.
       77 W-RECUSADOS  PIC 9(04) VALUE ZEROS.
      *        TIPOAMIGO DA CATEGORIA EX-ALUNO (CATEGO.DAT)
       77 W-TIPOEXA    PIC 9(01) VALUE ZEROS.
       77 W-TIPOACHOU  PIC X(01) VALUE "N".
       77 W-CRITTXT    PIC X(16) VALUE SPACES.
       77 W-NOMESUSP   PIC X(35) VALUE SPACES.
           COPY CPYIDXW.
           COPY CPYCPFW.
           COPY CPYAUDW.
           COPY CPYCPXW.
           COPY CPYMASC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
                PERFORM CAT-EXA THRU CAT-EXA-FIM.
                IF W-TIPOACHOU NOT = "S"
                   MOVE "*** CADASTRE A CATEGORIA EX-ALUNO NO CADCATG"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-OP0.
                OPEN I-O EXALUNO
                IF ST-EXA NOT = "00"
                   MOVE "*** SEM PROPOSTAS - RODE O EXALUPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-OP1.
                OPEN I-O CODAMIGO
                IF ST-AMI NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO AMIGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE EXALUNO
                   GO TO ROT-FIM.
                PERFORM IDX-ABRE THRU IDX-ABRE-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE ZEROS TO EXA-CODALU
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 12) "CONFIRMACAO DE EX-ALUNOS COMO AMIGOS"
                DISPLAY (04, 01) "CODALU          : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "TERMO CONCLUIDO : "
                DISPLAY (07, 01) "FONE RESPONSAVEL: "
                DISPLAY (08, 01) "CPF             : "
                DISPLAY (09, 01) "POSSIVEL AMIGO  : "
                DISPLAY (11, 01) "SITUACAO        : "
                DISPLAY (12, 01) "APELIDO         : ".
       INC-002.
                ACCEPT (04, 18) EXA-CODALU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                READ EXALUNO
                IF ST-EXA NOT = "00"
                   MOVE "*** ALUNO SEM PROPOSTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) EXA-NOME
                DISPLAY (06, 18) EXA-TERMO
                DISPLAY (07, 18) EXA-DDD
                MOVE EXA-NUMFONE TO MASC-FONE
                DISPLAY (07, 22) MASC-FONE
                MOVE EXA-CPF TO W-CPF
                DISPLAY (08, 18) W-CPF
                DISPLAY (11, 18) EXA-SITUACAO
                DISPLAY (12, 18) EXA-APELIDO
                PERFORM SUS-MOSTRA THRU SUS-MOSTRA-FIM
                IF EXA-SITUACAO NOT = "P"
                   MOVE "*** PROPOSTA JA TRABALHADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       ACE-001.
                DISPLAY (23, 12)
                     "F2=CRIAR  F3=RECUSAR  F4=VINCULAR  ESC=OUTRO"
                ACCEPT (23, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3 AND W-ACT NOT = TEC-F4
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO CRI-001.
                IF W-ACT = TEC-F3
                   GO TO REJ-001.
                GO TO VIN-001.
      *
      *****************************************
      * AMIGO SUSPEITO DE SER A MESMA PESSOA  *
      *****************************************
      *
       SUS-MOSTRA.
                IF EXA-SUSPEITO = SPACES
                   DISPLAY (09, 18) "NENHUM"
                   GO TO SUS-MOSTRA-FIM.
                IF EXA-CRITERIO = "C"
                   MOVE "(MESMO CPF)" TO W-CRITTXT
                ELSE
                   MOVE "(MESMO FONETICO)" TO W-CRITTXT.
                MOVE EXA-SUSPEITO TO APELIDO
                READ CODAMIGO
                IF ST-AMI = "00"
                   MOVE NOME TO W-NOMESUSP
                ELSE
                   MOVE "(NAO ESTA MAIS EM AMIGO.DAT)" TO W-NOMESUSP.
                UNLOCK CODAMIGO
                DISPLAY (09, 18) EXA-SUSPEITO
                DISPLAY (09, 31) W-CRITTXT
                DISPLAY (10, 18) W-NOMESUSP.
       SUS-MOSTRA-FIM.
                EXIT.
      *
      *****************************************
      * F2 - CRIA O AMIGO NA CATEGORIA        *
      * EX-ALUNO                              *
      *****************************************
      *
       CRI-001.
                MOVE EXA-APESUG TO APELIDO
                ACCEPT (12, 18) APELIDO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ACE-001.
                IF APELIDO = SPACES
                   MOVE "*** APELIDO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRI-001.
                READ CODAMIGO
                IF ST-AMI = "00"
                   UNLOCK CODAMIGO
                   MOVE "*** APELIDO JA EXISTE EM AMIGO.DAT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRI-001.
                MOVE APELIDO TO EXA-APELIDO.
       CRI-002.
                MOVE EXA-CPF TO W-CPF
                ACCEPT (08, 18) W-CPF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO CRI-001.
                IF W-CPF = ZEROS
                   GO TO CRI-GRAVA.
                PERFORM CPF-001 THRU CPF-001-FIM
                IF W-CPFOK NOT = "S"
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRI-002.
                MOVE EXA-NOME TO NOME
                PERFORM IDX-CHECA THRU IDX-CHECA-FIM
                IF W-IDXOK = "N"
                   GO TO CRI-002.
       CRI-GRAVA.
                MOVE SPACES TO REGAMIGO
                MOVE EXA-APELIDO TO APELIDO
                MOVE EXA-NOME    TO NOME
                MOVE EXA-DDD     TO DDD
                MOVE EXA-NUMFONE TO NUMERO
                MOVE W-TIPOEXA   TO TIPOAMIGO
                MOVE ZEROS       TO DIA MES ANO CODCEP
                MOVE W-CPF       TO CODCPF
                MOVE "A"         TO SITAMIGO
                MOVE EXA-FONKEY  TO FONKEY
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-DATAUD    TO DATASIT
                MOVE EXA-FILIAL  TO FILIAL
                WRITE REGAMIGO
                IF ST-AMI = "22"
                   MOVE "*** APELIDO JA EXISTE EM AMIGO.DAT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRI-001.
                IF ST-AMI NOT = "00" AND ST-AMI NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO AMIGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM IDX-GRAVA THRU IDX-GRAVA-FIM
                MOVE "AMIGO"      TO AUD-ARQ
                MOVE "INCLUSAO"   TO AUD-ACAO
                MOVE APELIDO      TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "AMIGO"      TO W-CPXARQ
                MOVE APELIDO      TO W-CPXID
                MOVE CODCEP       TO W-CPXCEP
                CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                    W-CPXOK
                MOVE W-CPF TO EXA-CPF
                MOVE "C" TO EXA-SITUACAO
                PERFORM EXA-FECHA THRU EXA-FECHA-FIM
                ADD 1 TO W-CRIADOS
                MOVE SPACES TO MENS
                STRING "*** AMIGO " EXA-APELIDO " CRIADO ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * F4 - VINCULA AO AMIGO QUE JA EXISTE   *
      *****************************************
      *
       VIN-001.
                IF EXA-SUSPEITO = SPACES
                   MOVE "*** NENHUM AMIGO SUSPEITO PARA VINCULAR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE EXA-SUSPEITO TO APELIDO
                READ CODAMIGO
                IF ST-AMI NOT = "00"
                   MOVE "*** AMIGO SUSPEITO NAO EXISTE MAIS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                UNLOCK CODAMIGO
                MOVE EXA-SUSPEITO TO EXA-APELIDO
                MOVE "V" TO EXA-SITUACAO
                PERFORM EXA-FECHA THRU EXA-FECHA-FIM
                ADD 1 TO W-VINCULADOS
                MOVE SPACES TO MENS
                STRING "*** VINCULADO AO AMIGO " EXA-APELIDO " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * F3 - RECUSA COM MOTIVO                *
      *****************************************
      *
       REJ-001.
                DISPLAY (20, 01) "MOTIVO DA RECUSA: "
                MOVE SPACES TO EXA-MOTREJ
                ACCEPT (20, 19) EXA-MOTREJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (20, 01) LIMPA
                   GO TO ACE-001.
                IF EXA-MOTREJ = SPACES
                   MOVE "*** MOTIVO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REJ-001.
                MOVE SPACES TO EXA-APELIDO
                MOVE "R" TO EXA-SITUACAO
                PERFORM EXA-FECHA THRU EXA-FECHA-FIM
                ADD 1 TO W-RECUSADOS
                DISPLAY (20, 01) LIMPA
                MOVE "*** PROPOSTA RECUSADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * GRAVA O DESTINO DA PROPOSTA           *
      *****************************************
      *
       EXA-FECHA.
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-DATAUD   TO EXA-DATACONF
                MOVE W-OPERADOR TO EXA-OPERADOR
                REWRITE REGEXA
                IF ST-EXA NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO EXALUNO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-FECHA-FIM.
                MOVE "EXALUNO"    TO AUD-ARQ
                IF EXA-SITUACAO = "C"
                   MOVE "CRIACAO"    TO AUD-ACAO.
                IF EXA-SITUACAO = "V"
                   MOVE "VINCULO"    TO AUD-ACAO.
                IF EXA-SITUACAO = "R"
                   MOVE "RECUSA"     TO AUD-ACAO.
                MOVE EXA-CODALU   TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       EXA-FECHA-FIM.
                EXIT.
      *
      *****************************************
      * TIPOAMIGO DA CATEGORIA EX-ALUNO       *
      *****************************************
      *
       CAT-EXA.
                MOVE "N" TO W-TIPOACHOU
                OPEN INPUT CATEGO
                IF ST-ERRO NOT = "00"
                   GO TO CAT-EXA-FIM.
       CAT-EXA-LER.
                READ CATEGO NEXT RECORD
                   AT END GO TO CAT-EXA-EOF.
                IF DESCAMIGO NOT = "EX-ALUNO"
                   GO TO CAT-EXA-LER.
                MOVE CAT-TIPO TO W-TIPOEXA
                MOVE "S" TO W-TIPOACHOU.
       CAT-EXA-EOF.
                CLOSE CATEGO.
       CAT-EXA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                PERFORM IDX-FECHA THRU IDX-FECHA-FIM.
                CLOSE EXALUNO CODAMIGO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - EX-ALUNOS COMO AMIGOS"
                DISPLAY "AMIGOS CRIADOS.........: " W-CRIADOS
                DISPLAY "VINCULADOS A AMIGO.....: " W-VINCULADOS
                DISPLAY "RECUSADOS..............: " W-RECUSADOS
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
      *****************************************
      * INDICE COMPARTILHADO DE CPF           *
      *****************************************
      *
           COPY CPYIDXP REPLACING ==CPY-NOMECAMPO== BY ==NOME==.
       FIM-ROT-TEMPO.
