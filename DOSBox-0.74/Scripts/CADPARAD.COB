       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPARAD.
      **************************************
      *  ALUNOS E PARADAS DO TRANSPORTE    *
      *  ESCOLAR (PARADA.DAT)              *
      **************************************
      *----------------------------------------------------------------
      * QUEM ANDA EM QUAL VAN: O OPERADOR INFORMA O ALUNO (ALUNO.DAT)
      * E A ROTA (ROTA.DAT), O ENDERECO DE EMBARQUE PELO CEP - O
      * LOGRADOURO, BAIRRO E CIDADE SAEM DO CEP.DAT - MAIS NUMERO E
      * COMPLEMENTO, O TURNO (M/T/A, QUE A ROTA TEM QUE ATENDER) E A
      * VIGENCIA EM COMPETENCIAS, QUE E O QUE O GERAMENS OLHA PARA
      * COBRAR A TAXA DO TRANSPORTE. ALUNO NOVO NA ROTA SO ENTRA SE
      * AINDA HOUVER LUGAR NA VAN (RTA-CAPAC CONTRA OS ALUNOS VIGENTES
      * NA COMPETENCIA ATUAL). PARA TIRAR O ALUNO DA ROTA SEM PERDER A
      * HISTORIA, BASTA FECHAR A VIGENCIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRPAS.
           COPY CPYALUS.
           COPY CPYRTAS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRPAR.
           COPY CPYALUR.
           COPY CPYRTAR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-RPA       PIC X(02) VALUE "00".
       77 ST-RTA       PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OCUPADOS   PIC 9(03) VALUE ZEROS.
       01 W-HOJE8      PIC 9(08) VALUE ZEROS.
       01 W-COMPHOJE   PIC 9(06) VALUE ZEROS.
       01 W-RPAGUARDA  PIC X(51) VALUE SPACES.
           COPY CPYAUDW.
           COPY CPYCPXW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==PARADA==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO PARADA SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO PARADA.DAT"==
                   ==ST-ERRO== BY ==ST-RPA==.
       INC-OP1.
                OPEN INPUT ALUNO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ALUNO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PARADA
                   GO TO ROT-FIM.
                OPEN INPUT ROTA
                IF ST-RTA NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ROTA.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PARADA ALUNO
                   GO TO ROT-FIM.
                OPEN INPUT CEP
                IF ST-CEP NOT = "00"
                   MOVE "ERRO NA ABERTURA DO CEP.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PARADA ALUNO ROTA
                   GO TO ROT-FIM.
                ACCEPT W-HOJE8 FROM DATE YYYYMMDD
                MOVE W-HOJE8 (1:6) TO W-COMPHOJE.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO RPA-ROTA RPA-NUMERO RPA-COMPL
                MOVE SPACES TO RPA-PERIODO
                MOVE ZEROS  TO RPA-CODALU RPA-CEP RPA-COMPINI
                MOVE ZEROS  TO RPA-COMPFIM
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "ALUNOS E PARADAS DO TRANSPORTE"
                DISPLAY (04, 01) "CODIGO DO ALUNO : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "ROTA            : "
                DISPLAY (07, 01) "VAN / HORARIOS  : "
                DISPLAY (08, 01) "CEP DO EMBARQUE : "
                DISPLAY (09, 01) "LOGRADOURO      : "
                DISPLAY (10, 01) "BAIRRO / CIDADE : "
                DISPLAY (11, 01) "NUMERO          : "
                DISPLAY (12, 01) "COMPLEMENTO     : "
                DISPLAY (13, 01) "TURNO (M/T/A)   : "
                DISPLAY (14, 01) "COMPET. INICIAL : (AAAAMM)"
                DISPLAY (15, 01) "COMPET. FINAL   : (AAAAMM - ZEROS"
                DISPLAY (15, 34) "= SEM FIM)".
       INC-002.
                ACCEPT (04, 18) RPA-CODALU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF RPA-CODALU = ZEROS
                   MOVE "*** ALUNO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE RPA-CODALU TO CODALU
                READ ALUNO
                IF ST-ERRO NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) NOME.
       INC-002A.
                ACCEPT (06, 18) RPA-ROTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                MOVE RPA-ROTA TO RTA-CODIGO
                READ ROTA
                IF ST-RTA NOT = "00"
                   MOVE "*** ROTA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                DISPLAY (06, 23) RTA-DESCR
                DISPLAY (07, 18) RTA-PLACA
                DISPLAY (07, 27) RTA-MANHAINI
                DISPLAY (07, 32) RTA-MANHAFIM
                DISPLAY (07, 38) RTA-TARDEINI
                DISPLAY (07, 43) RTA-TARDEFIM.
       LER-RPA01.
                MOVE 0 TO W-SEL
                READ PARADA
                IF ST-RPA NOT = "23"
                   IF ST-RPA = "00"
                      DISPLAY (08, 18) RPA-CEP
                      PERFORM RPA-ENDER THRU RPA-ENDER-FIM
                      DISPLAY (11, 18) RPA-NUMERO
                      DISPLAY (12, 18) RPA-COMPL
                      DISPLAY (13, 18) RPA-PERIODO
                      DISPLAY (14, 18) RPA-COMPINI
                      DISPLAY (15, 18) RPA-COMPFIM
                      MOVE "*** ALUNO JA ESTA NESTA ROTA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO PARADA.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF RTA-SITUACAO = "I"
                   MOVE "*** ROTA INATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                PERFORM RPA-LOTACAO THRU RPA-LOTACAO-FIM
                IF W-OCUPADOS NOT < RTA-CAPAC
                   MOVE "*** VAN LOTADA - SEM LUGAR NESTA ROTA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-003.
                ACCEPT (08, 18) RPA-CEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002A.
                PERFORM RPA-ENDER THRU RPA-ENDER-FIM
                IF ST-CEP NOT = "00"
                   MOVE "*** CEP NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (11, 18) RPA-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF RPA-NUMERO = SPACES
                   MOVE "*** NUMERO E OBRIGATORIO (S/N SE NAO TEM)"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-004A.
                ACCEPT (12, 18) RPA-COMPL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
       INC-004B.
                ACCEPT (13, 18) RPA-PERIODO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
                IF RPA-PERIODO NOT = "M" AND RPA-PERIODO NOT = "T"
                   AND RPA-PERIODO NOT = "A"
                   MOVE "*** TURNO: M=MANHA T=TARDE A=OS DOIS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
                IF RPA-PERIODO NOT = "T" AND RTA-MANHAINI = ZEROS
                   MOVE "*** A ROTA NAO RODA DE MANHA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
                IF RPA-PERIODO NOT = "M" AND RTA-TARDEINI = ZEROS
                   MOVE "*** A ROTA NAO RODA A TARDE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
       INC-004C.
                ACCEPT (14, 18) RPA-COMPINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004B.
                IF RPA-COMPINI = ZEROS
                   MOVE "*** COMPETENCIA INICIAL E OBRIGATORIA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004C.
       INC-005.
                ACCEPT (15, 18) RPA-COMPFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004C.
                IF RPA-COMPFIM NOT = ZEROS
                   AND RPA-COMPFIM < RPA-COMPINI
                   MOVE "*** VIGENCIA FINAL ANTES DA INICIAL ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004C.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGRPA
                IF ST-RPA = "00" OR "02"
                      MOVE "PARADA"     TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE RPA-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "PARADA"     TO W-CPXARQ
                      MOVE RPA-CHAVE    TO W-CPXID
                      MOVE RPA-CEP      TO W-CPXCEP
                      CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                          W-CPXOK
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO PARADA.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
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
                DELETE PARADA RECORD
                IF ST-RPA = "00"
                   MOVE "PARADA"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE RPA-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "PARADA"     TO W-CPXARQ
                   MOVE RPA-CHAVE    TO W-CPXID
                   MOVE ZEROS        TO W-CPXCEP
                   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                       W-CPXOK
                   ADD 1 TO W-EXCCNT
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
       ALT-RW1.
                REWRITE REGRPA
                IF ST-RPA = "00" OR "02"
                   MOVE "PARADA"     TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE RPA-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "PARADA"     TO W-CPXARQ
                   MOVE RPA-CHAVE    TO W-CPXID
                   MOVE RPA-CEP      TO W-CPXCEP
                   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                       W-CPXOK
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO PARADA.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ENDERECO DO CEP DO EMBARQUE (CEP.DAT) *
      *****************************************
      *
       RPA-ENDER.
                DISPLAY (09, 18) LIMPA
                DISPLAY (10, 18) LIMPA
                MOVE RPA-CEP TO CEP-CODCEP
                READ CEP
                IF ST-CEP NOT = "00"
                   GO TO RPA-ENDER-FIM.
                DISPLAY (09, 18) LOGRADOURO
                DISPLAY (10, 18) BAIRRO
                DISPLAY (10, 40) CIDADE.
       RPA-ENDER-FIM.
                EXIT.
      *
      *****************************************
      * ALUNOS JA VIGENTES NA ROTA NA         *
      * COMPETENCIA ATUAL (LOTACAO DA VAN)    *
      *****************************************
      * A VARREDURA MEXE NO REGISTRO CORRENTE - ELE E GUARDADO ANTES
      * E DEVOLVIDO NO FIM.
      *
       RPA-LOTACAO.
                MOVE ZEROS TO W-OCUPADOS
                MOVE REGRPA TO W-RPAGUARDA
                MOVE LOW-VALUES TO RPA-CHAVE
                START PARADA KEY IS NOT LESS THAN RPA-CHAVE
                IF ST-RPA NOT = "00"
                   GO TO RPA-LOTACAO-VOLTA.
       RPA-LOTACAO-LER.
                READ PARADA NEXT RECORD
                IF ST-RPA NOT = "00"
                   GO TO RPA-LOTACAO-VOLTA.
                IF RPA-ROTA NOT = RTA-CODIGO
                   GO TO RPA-LOTACAO-LER.
                IF RPA-COMPINI > W-COMPHOJE
                   GO TO RPA-LOTACAO-LER.
                IF RPA-COMPFIM NOT = ZEROS
                   AND RPA-COMPFIM < W-COMPHOJE
                   GO TO RPA-LOTACAO-LER.
                ADD 1 TO W-OCUPADOS
                GO TO RPA-LOTACAO-LER.
       RPA-LOTACAO-VOLTA.
                MOVE W-RPAGUARDA TO REGRPA.
       RPA-LOTACAO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE PARADA ALUNO ROTA CEP AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - PARADAS DO TRANSPORTE"
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
       FIM-ROT-TEMPO.
