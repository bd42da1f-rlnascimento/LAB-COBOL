       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCCUST.
      **************************************
      *  CADASTRO DE CENTROS DE CUSTO      *
      *  (CCUSTO.DAT)                      *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR DEPARTAMENTO QUE USA A FROTA: CODIGO, NOME,
      * RESPONSAVEL E SITUACAO. O CENTRO E O PADRAO DO MOTORISTA NO
      * CADMOTOR, VAI PARA A ALOCACAO NA SAIDA DO VEICULO (CADALOC) E
      * RECEBE O RATEIO MENSAL NO RATCCUS. CENTRO AINDA USADO POR
      * ALGUM MOTORISTA OU ALOCACAO NAO PODE SER EXCLUIDO (FICA
      * INATIVO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCCUS.
           COPY CPYMTRS.
           COPY CPYALOS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCCUR.
           COPY CPYMTRR.
           COPY CPYALOR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-CCU       PIC X(02) VALUE "00".
       77 ST-MTR       PIC X(02) VALUE "00".
       77 ST-ALO       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-EMUSO      PIC X(01) VALUE "N".
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==CCUSTO==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO CCUSTO SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO CCUSTO.DAT"==
                   ==ST-ERRO== BY ==ST-CCU==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO CCU-COD CCU-NOME CCU-RESP
                MOVE "A"    TO CCU-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE CENTROS DE CUSTO"
                DISPLAY (04, 01) "CODIGO          : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "RESPONSAVEL     : "
                DISPLAY (07, 01) "SITUACAO        : "
                DISPLAY (07, 30) "(A=ATIVO I=INATIVO)".
       INC-002.
                ACCEPT (04, 18) CCU-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF CCU-COD = SPACES
                   MOVE "*** CODIGO DO CENTRO E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CCU01.
                MOVE 0 TO W-SEL
                READ CCUSTO
                IF ST-CCU NOT = "23"
                   IF ST-CCU = "00"
                      DISPLAY (05, 18) CCU-NOME
                      DISPLAY (06, 18) CCU-RESP
                      DISPLAY (07, 18) CCU-SITUACAO
                      MOVE "*** CENTRO DE CUSTO JA CADASTRADO ***"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO CCUSTO.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 18) CCU-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF CCU-NOME = SPACES
                   MOVE "*** NOME E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 18) CCU-RESP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF CCU-RESP = SPACES
                   MOVE "*** RESPONSAVEL E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (07, 18) CCU-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF CCU-SITUACAO = "a"
                   MOVE "A" TO CCU-SITUACAO.
                IF CCU-SITUACAO = "i"
                   MOVE "I" TO CCU-SITUACAO.
                IF CCU-SITUACAO NOT = "A" AND CCU-SITUACAO NOT = "I"
                   MOVE "*** SITUACAO: A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGCCU
                IF ST-CCU = "00" OR "02"
                      MOVE "CCUSTO"     TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE CCU-COD      TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO CCUSTO.DAT" TO MENS
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
      *        CENTRO QUE AINDA E PADRAO DE MOTORISTA OU QUE ESTA EM
      *        ALGUMA ALOCACAO FICA INATIVO - O RATEIO PRECISA DO NOME
       EXC-DL1.
                PERFORM CCU-USO THRU CCU-USO-FIM
                IF W-EMUSO = "S"
                   MOVE "** CENTRO EM USO - USE A INATIVACAO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE CCUSTO RECORD
                IF ST-CCU = "00"
                   MOVE "CCUSTO"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE CCU-COD      TO AUD-CHAVE
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
                REWRITE REGCCU
                IF ST-CCU = "00" OR "02"
                   MOVE "CCUSTO"     TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE CCU-COD      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CCUSTO.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * O CENTRO E PADRAO DE ALGUM MOTORISTA  *
      * OU ESTA EM ALGUMA ALOCACAO?           *
      *****************************************
      * OS DOIS ARQUIVOS SAO LIDOS SOB DEMANDA; SEM ELES NAO HA USO.
      *
       CCU-USO.
                MOVE "N" TO W-EMUSO
                OPEN INPUT MOTORIST
                IF ST-MTR NOT = "00"
                   GO TO CCU-USO-ALO.
       CCU-USO-MTR.
                READ MOTORIST NEXT RECORD
                IF ST-MTR NOT = "00"
                   CLOSE MOTORIST
                   GO TO CCU-USO-ALO.
                IF MTR-CCUSTO = CCU-COD
                   MOVE "S" TO W-EMUSO
                   CLOSE MOTORIST
                   GO TO CCU-USO-FIM.
                GO TO CCU-USO-MTR.
       CCU-USO-ALO.
                OPEN INPUT ALOCA
                IF ST-ALO NOT = "00"
                   GO TO CCU-USO-FIM.
       CCU-USO-ALO-LER.
                READ ALOCA NEXT RECORD
                IF ST-ALO NOT = "00"
                   CLOSE ALOCA
                   GO TO CCU-USO-FIM.
                IF ALO-CCUSTO = CCU-COD
                   MOVE "S" TO W-EMUSO
                   CLOSE ALOCA
                   GO TO CCU-USO-FIM.
                GO TO CCU-USO-ALO-LER.
       CCU-USO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE CCUSTO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - CENTROS DE CUSTO"
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
