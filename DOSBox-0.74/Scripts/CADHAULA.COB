       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHAULA.
      **************************************
      *  CADASTRO DO VALOR DA HORA-AULA    *
      *  POR PROFESSOR (TAXAPROF.DAT)      *
      **************************************
      *----------------------------------------------------------------
      * TABELA SIMPLES NO MOLDE DA TABELA DE TARIFAS: CODIGO DO
      * PROFESSOR (TEM QUE EXISTIR EM PROFESSO.DAT) E O VALOR PAGO POR
      * AULA DADA. E O VALOR QUE A FOLHA MENSAL DE HORA-AULA
      * (FOLHAPRF) APLICA SOBRE AS AULAS CONTADAS NA CHAMADA.
      * QUALQUER OPERADOR CONSULTA; INCLUIR, ALTERAR E EXCLUIR E SO
      * PARA O SUPERVISOR, E TUDO SAI EM AUDIT.TXT COM O VALOR NOVO NA
      * CHAVE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYTXPS.
           COPY CPYPRFS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYTXPR.
           COPY CPYPRFR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-TXP       PIC X(02) VALUE "00".
       77 ST-PRF       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TXPDATA    PIC 9(08) VALUE ZEROS.
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYMASC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==TAXAPROF==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO TAXAPROF SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO TAXAPROF.DAT"==
                   ==ST-ERRO== BY ==ST-TXP==.
       INC-OP1.
                OPEN INPUT PROFESSO
                IF ST-PRF NOT = "00"
                   MOVE "ERRO NA ABERTURA DO PROFESSO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE TAXAPROF
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO TXP-PROF PRF-NOME
                MOVE ZEROS  TO TXP-VALOR TXP-DATA
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "VALOR DA HORA-AULA POR PROFESSOR"
                DISPLAY (04, 01) "PROFESSOR       : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "VALOR HORA-AULA : "
                DISPLAY (07, 01) "ULTIMA ALTERACAO: ".
       INC-002.
                ACCEPT (04, 18) TXP-PROF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF TXP-PROF = SPACES
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE TXP-PROF TO PRF-COD
                READ PROFESSO
                IF ST-PRF NOT = "00"
                   MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) PRF-NOME.
       LER-TXP01.
                MOVE 0 TO W-SEL
                READ TAXAPROF
                IF ST-TXP NOT = "23"
                   IF ST-TXP = "00"
                      MOVE TXP-VALOR TO MASC-DINHEIRO
                      DISPLAY (06, 18) MASC-DINHEIRO
                      DISPLAY (07, 18) TXP-DATA
                      MOVE "*** VALOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO TAXAPROF.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                IF W-OPERNIVEL NOT = "S"
                   MOVE "*** SO O SUPERVISOR ALTERA O VALOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-005.
                ACCEPT (06, 18) TXP-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF TXP-VALOR = ZEROS
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                ACCEPT W-TXPDATA FROM DATE YYYYMMDD
                MOVE W-TXPDATA TO TXP-DATA.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGTXP
                IF ST-TXP = "00" OR "02"
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      PERFORM TXP-AUDITA THRU TXP-AUDITA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO TAXAPROF.DAT" TO MENS
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
                IF W-OPERNIVEL NOT = "S"
                   MOVE "*** SO O SUPERVISOR EXCLUI O VALOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE TAXAPROF RECORD
                IF ST-TXP = "00"
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   PERFORM TXP-AUDITA THRU TXP-AUDITA-FIM
                   ADD 1 TO W-EXCCNT
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
       ALT-RW1.
                REWRITE REGTXP
                IF ST-TXP = "00" OR "02"
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   PERFORM TXP-AUDITA THRU TXP-AUDITA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO TAXAPROF.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *        LINHA DE AUDITORIA COM O PROFESSOR E O VALOR GRAVADO
       TXP-AUDITA.
                MOVE "TAXAPROF"   TO AUD-ARQ
                MOVE SPACES TO AUD-CHAVE
                STRING TXP-PROF "=" TXP-VALOR
                       DELIMITED BY SIZE INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       TXP-AUDITA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE TAXAPROF PROFESSO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - VALOR DA HORA-AULA"
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
