       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSAIDA.
      **************************************
      *  CANCELAMENTO, TRANCAMENTO E       *
      *  RETORNO DO ALUNO                  *
      **************************************
      *----------------------------------------------------------------
      * A SECRETARIA INFORMA O ALUNO, O MOVIMENTO (C=CANCELAMENTO,
      * T=TRANCAMENTO, R=RETORNO), A DATA E O MOTIVO. NA SAIDA (C/T):
      *   - SITALU/DTSITALU DO ALUNO E MAT-SITUACAO DE TODAS AS SUAS
      *     MATRICULAS RECEBEM A NOVA SITUACAO;
      *   - AS MENSALIDADES EM ABERTO (FORA DE ACORDO) DE COMPETENCIA
      *     POSTERIOR A DA SAIDA FICAM COM MEN-SITUACAO = C E SAEM DA
      *     COBRANCA (GERAMENS, BOLREM, RELINAD, COBRANCA, CARNE);
      *   - A MENSALIDADE EM ABERTO DO PROPRIO MES DA SAIDA E COBRADA
      *     PRO RATA: VALOR * DIA DA SAIDA / 30 (DIA 30 OU 31 = MES
      *     CHEIO). COM O PARAMETRO PRORSAIDA = 0 NO CADPARAM O MES DA
      *     SAIDA FICA CHEIO, SEM PRO RATA. O PRO RATA SO E FEITO
      *     QUANDO A COMPETENCIA AINDA TEM O VALOR CHEIO DO GERAMENS
      *     (VLMENSAL MENOS O DESCONTO, MAIS A TAXA DO TRANSPORTE,
      *     REFEITO AQUI NA MESMA CONTA) - JA PRO RATA (TRANCAMENTO
      *     SEGUIDO DE CANCELAMENTO NO MES) FICA COMO ESTA; SEM
      *     VLMENSAL NO CADPARAM NAO HA COMO CONFERIR E O MES FICA
      *     CHEIO;
      *   - MENSALIDADE QUE JA SAIU NA REMESSA DO BOLREM (MEN-REMESSA
      *     PREENCHIDO) NAO E CANCELADA NEM PRO RATA: O BOLETO ESTA NO
      *     BANCO. FICA COMO ESTA, APONTADA NA TELA E NO AUDIT.TXT
      *     (MANTIDA), PARA O BOLETO SER BAIXADO NO BANCO ANTES.
      * NO RETORNO (R) O ALUNO E AS MATRICULAS VOLTAM A ATIVOS E AS
      * COMPETENCIAS CANCELADAS A PARTIR DO MES DO RETORNO VOLTAM A
      * COBRANCA; AS QUE FALTAREM SAEM NA PROXIMA RODADA DO GERAMENS.
      * RETORNO NO PROPRIO MES DA SAIDA DEVOLVE A ESSE MES O VALOR
      * CHEIO DO GERAMENS (DESFAZ O PRO RATA), SE AINDA NAO FOI PARA
      * A REMESSA.
      * CADA MOVIMENTO VAI PARA MOVALU.DAT (MVAREG) E PARA AUDIT.TXT;
      * O RESUMO DO MES SAI NO RELMOVAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALUS.
           COPY CPYMATS.
           COPY CPYMSLS.
           COPY CPYDSCS.
           COPY CPYRPAS.
           COPY CPYRTAS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALUR.
           COPY CPYMATR.
           COPY CPYMSLR.
           COPY CPYDSCR.
           COPY CPYRPAR.
           COPY CPYRTAR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-MAT       PIC X(02) VALUE "00".
       77 ST-MEN       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYDTVW.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-SITDESC    PIC X(10) VALUE SPACES.
       77 W-NOVASIT    PIC X(01) VALUE SPACES.
       77 W-MATCNT     PIC 9(03) VALUE ZEROS.
       77 W-MENCNT     PIC 9(03) VALUE ZEROS.
       77 W-REABCNT    PIC 9(03) VALUE ZEROS.
       77 W-MVAOK      PIC X(01) VALUE "N".
       01 W-DATASAI    PIC 9(08) VALUE ZEROS.
       01 W-DATASAI-R REDEFINES W-DATASAI.
            03 W-DATASAI-ANO PIC 9(04).
            03 W-DATASAI-MES PIC 9(02).
            03 W-DATASAI-DIA PIC 9(02).
       01 W-COMPSAI    PIC 9(06) VALUE ZEROS.
       01 W-COMPSAI-R REDEFINES W-COMPSAI.
            03 W-COMPSAI-ANO PIC 9(04).
            03 W-COMPSAI-MES PIC 9(02).
       77 W-PRORATA    PIC X(01) VALUE "S".
       77 W-VALORANT   PIC 9(06)V99 VALUE ZEROS.
       77 W-REMCNT     PIC 9(03) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-DTANT      PIC 9(08) VALUE ZEROS.
      *        VALOR CHEIO DA COMPETENCIA NA CONTA DO GERAMENS.
      *        DESCONTO.DAT, PARADA.DAT E ROTA.DAT SAO OPCIONAIS, COMO
      *        LA; SEM VLMENSAL O VALOR CHEIO FICA ZERADO (DESCONHECIDO)
       77 ST-DSC       PIC X(02) VALUE "00".
       77 ST-RPA       PIC X(02) VALUE "00".
       77 ST-RTA       PIC X(02) VALUE "00".
       77 W-DSCDISP    PIC X(01) VALUE "N".
       77 W-TRPDISP    PIC X(01) VALUE "N".
       77 W-VLMENSAL   PIC 9(06)V99 VALUE ZEROS.
       77 W-VALCHEIO   PIC 9(06)V99 VALUE ZEROS.
      *        PARAMETRO DO NEGOCIO (PARAMET.DAT VIA PARLER);
      *        AUSENTE, O MES DA SAIDA E PRO RATA
       77 W-PARNOME    PIC X(10) VALUE SPACES.
       77 W-PARVALOR   PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU   PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==ALUNO==
                   ==CPY-MSG-CRIA== BY
                       =="*** ARQUIVO ALUNO SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO ARQUIVO ALUNO"==.
       INC-OP1.
                OPEN I-O MATRICUL
                IF ST-MAT NOT = "00"
                   MOVE "ERRO NA ABERTURA DO MATRICUL.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ALUNO
                   GO TO ROT-FIM.
       INC-OP2.
                OPEN I-O MENSALID
                IF ST-MEN NOT = "00"
                   IF ST-MEN = "30"
                      OPEN OUTPUT MENSALID
                      CLOSE MENSALID
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO MENSALID.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ALUNO MATRICUL
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                MOVE "PRORSAIDA" TO W-PARNOME
                CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
                IF W-PARACHOU = "S" AND W-PARVALOR = ZEROS
                   MOVE "N" TO W-PRORATA.
                MOVE "VLMENSAL" TO W-PARNOME
                CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
                IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
                   MOVE W-PARVALOR TO W-VLMENSAL.
       INC-OP3.
                OPEN INPUT DESCONTO
                IF ST-DSC = "00"
                   MOVE "S" TO W-DSCDISP.
                OPEN INPUT PARADA
                IF ST-RPA NOT = "00"
                   GO TO INC-001.
                OPEN INPUT ROTA
                IF ST-RTA NOT = "00"
                   CLOSE PARADA
                   GO TO INC-001.
                MOVE "S" TO W-TRPDISP.
      *
      *****************************************
      * TELA DO MOVIMENTO                     *
      *****************************************
      *
       INC-001.
                UNLOCK ALUNO
                UNLOCK MATRICUL
                UNLOCK MENSALID
                MOVE ZEROS  TO CODALU W-DATASAI
                MOVE SPACES TO NOME W-TIPO W-MOTIVO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CANCELAMENTO / TRANCAMENTO / RETORNO"
                DISPLAY (04, 01) "CODIGO DO ALUNO    : "
                DISPLAY (05, 01) "NOME               : "
                DISPLAY (06, 01) "SITUACAO ATUAL     : "
                DISPLAY (08, 01) "MOVIMENTO          : "
                DISPLAY (08, 25) "C=CANCELAR T=TRANCAR R=RETORNO"
                DISPLAY (09, 01) "DATA (AAAAMMDD)    : "
                DISPLAY (10, 01) "MOTIVO             : ".
       INC-002.
                ACCEPT (04, 22) CODALU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF CODALU = ZEROS
                   MOVE "*** ALUNO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                READ ALUNO
                IF ST-ERRO = "51" OR ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 22) NOME
                PERFORM SIT-DESC THRU SIT-DESC-FIM
                DISPLAY (06, 22) W-SITDESC
                IF SITALU = "C" OR SITALU = "T"
                   DISPLAY (06, 33) "DESDE"
                   DISPLAY (06, 39) DTSITALU.
       INC-003.
                ACCEPT (08, 22) W-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF W-TIPO NOT = "C" AND W-TIPO NOT = "T"
                   AND W-TIPO NOT = "R"
                   MOVE "*** MOVIMENTO: C, T OU R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *        SO SAI QUEM ESTA ATIVO; SO RETORNA QUEM SAIU. O
      *        TRANCADO PODE AINDA SER CANCELADO EM DEFINITIVO.
                IF W-TIPO = "R"
                   IF SITALU NOT = "C" AND SITALU NOT = "T"
                      MOVE "*** ALUNO JA ESTA ATIVO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                IF W-TIPO = "T" AND SITALU = "T"
                   MOVE "*** ALUNO JA ESTA TRANCADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "T" AND SITALU = "C"
                   MOVE "*** ALUNO CANCELADO - USE R=RETORNO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "C" AND SITALU = "C"
                   MOVE "*** ALUNO JA ESTA CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                IF W-DATASAI = ZEROS
                   ACCEPT W-DATASAI FROM DATE YYYYMMDD.
                DISPLAY (09, 22) W-DATASAI
                ACCEPT (09, 22) W-DATASAI WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                MOVE W-DATASAI-DIA TO DTV-DIA
                MOVE W-DATASAI-MES TO DTV-MES
                MOVE W-DATASAI-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-DATASAI < DTSITALU
                   MOVE "*** DATA ANTERIOR A ULTIMA SITUACAO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (10, 22) W-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF W-MOTIVO = SPACES
                   MOVE "*** MOTIVO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** MOVIMENTO RECUSADO PELO OPERADOR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *        O MOVIMENTO MEXE NA COBRANCA - O OPERADOR CONFIRMA O
      *        PROPRIO CODIGO, COMO NA EXCLUSAO
                PERFORM OPR-CONF THRU OPR-CONF-FIM.
      *
      *****************************************
      * EFETIVACAO DO MOVIMENTO               *
      *****************************************
      *
       INC-WR1.
                IF W-TIPO = "R"
                   MOVE "A" TO W-NOVASIT
                ELSE
                   MOVE W-TIPO TO W-NOVASIT.
                MOVE W-NOVASIT TO SITALU
                MOVE DTSITALU  TO W-DTANT
                MOVE W-DATASAI TO DTSITALU
                REWRITE REGALU
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DE ALUNO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                MOVE "ALUNO"      TO AUD-ARQ
                PERFORM SIT-ACAO THRU SIT-ACAO-FIM
                MOVE CODALU       TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-ALTCNT
                MOVE ZEROS TO W-MATCNT W-MENCNT W-REABCNT W-REMCNT
                MOVE 15 TO W-LIN
                PERFORM MAT-SITUA THRU MAT-SITUA-FIM
                MOVE W-DATASAI-ANO TO W-COMPSAI-ANO
                MOVE W-DATASAI-MES TO W-COMPSAI-MES
                PERFORM MEN-SITUA THRU MEN-SITUA-FIM
                CALL "MVAREG" USING CODALU W-TIPO W-DATASAI W-MOTIVO
                                    W-OPERADOR W-MVAOK.
       INC-WR2.
                DISPLAY (12, 01) "MATRICULAS ATUALIZADAS.....: "
                DISPLAY (12, 30) W-MATCNT
                DISPLAY (13, 01) "MENSALIDADES CANCELADAS....: "
                DISPLAY (13, 30) W-MENCNT
                DISPLAY (14, 01) "MENSALIDADES REABERTAS.....: "
                DISPLAY (14, 30) W-REABCNT
                DISPLAY (15, 01) "MANTIDAS - JA NO BANCO.....: "
                DISPLAY (15, 30) W-REMCNT
                IF W-MVAOK NOT = "S"
                   MOVE "*** MOVIMENTO FEITO - SEM LINHA NO MOVALU ***"
                        TO MENS
                ELSE
                   MOVE "*** MOVIMENTO REGISTRADO ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 12) "ENTER=PROXIMO ALUNO"
                ACCEPT (23, 40) W-OPCAO
                GO TO INC-001.
      *
      *        TODAS AS MATRICULAS DO ALUNO ACOMPANHAM A SITUACAO
      *        (NO RETORNO VOLTAM EM BRANCO = ATIVAS)
       MAT-SITUA.
                MOVE CODALU TO MAT-CODALU
                MOVE SPACES TO MAT-DISCIPLINA
                START MATRICUL KEY IS NOT LESS THAN MAT-CHAVE
                IF ST-MAT NOT = "00"
                   GO TO MAT-SITUA-FIM.
       MAT-SITUA-LER.
                READ MATRICUL NEXT RECORD
                IF ST-MAT NOT = "00"
                   GO TO MAT-SITUA-FIM.
                IF MAT-CODALU NOT = CODALU
                   GO TO MAT-SITUA-FIM.
                IF W-TIPO = "R"
                   MOVE SPACES TO MAT-SITUACAO
                ELSE
                   MOVE W-TIPO TO MAT-SITUACAO.
                REWRITE REGMAT
                IF ST-MAT = "00" OR ST-MAT = "02"
                   ADD 1 TO W-MATCNT.
                GO TO MAT-SITUA-LER.
       MAT-SITUA-FIM.
                EXIT.
      *
      *        MENSALIDADES DO ALUNO: SO AS EM ABERTO E FORA DE ACORDO
      *        SAO TOCADAS - O QUE FOI PAGO OU RENEGOCIADO FICA COMO
      *        ESTA
       MEN-SITUA.
                MOVE CODALU TO MEN-CODALU
                MOVE ZEROS  TO MEN-COMPET
                START MENSALID KEY IS NOT LESS THAN MEN-CHAVE
                IF ST-MEN NOT = "00"
                   GO TO MEN-SITUA-FIM.
       MEN-SITUA-LER.
                READ MENSALID NEXT RECORD
                IF ST-MEN NOT = "00"
                   GO TO MEN-SITUA-FIM.
                IF MEN-CODALU NOT = CODALU
                   GO TO MEN-SITUA-FIM.
                IF MEN-DATAPAG NOT = ZEROS OR MEN-ACORDO NOT = ZEROS
                   GO TO MEN-SITUA-LER.
                IF W-TIPO = "R"
                   PERFORM MEN-REABRE THRU MEN-REABRE-FIM
                   GO TO MEN-SITUA-LER.
                IF MEN-SITUACAO = "C"
                   GO TO MEN-SITUA-LER.
                IF MEN-COMPET > W-COMPSAI
                   IF MEN-REMESSA NOT = ZEROS
                      PERFORM MEN-MANTEM THRU MEN-MANTEM-FIM
                      GO TO MEN-SITUA-LER
                   ELSE
                      MOVE "C" TO MEN-SITUACAO
                      MOVE "CANCELA" TO AUD-ACAO
                      PERFORM MEN-GRAVA THRU MEN-GRAVA-FIM
                      GO TO MEN-SITUA-LER.
                IF MEN-COMPET NOT = W-COMPSAI OR W-PRORATA NOT = "S"
                   OR W-DATASAI-DIA NOT < 30
                   GO TO MEN-SITUA-LER.
                IF MEN-REMESSA NOT = ZEROS
                   PERFORM MEN-MANTEM THRU MEN-MANTEM-FIM
                   GO TO MEN-SITUA-LER.
      *        SO PRO RATA SOBRE O VALOR CHEIO DO GERAMENS
                PERFORM MEN-CHEIO THRU MEN-CHEIO-FIM
                IF W-VALCHEIO = ZEROS OR MEN-VALOR NOT = W-VALCHEIO
                   GO TO MEN-SITUA-LER.
                MOVE MEN-VALOR TO W-VALORANT
                COMPUTE MEN-VALOR ROUNDED =
                    W-VALORANT * W-DATASAI-DIA / 30
                MOVE "PRORATA" TO AUD-ACAO
                PERFORM MEN-GRAVA THRU MEN-GRAVA-FIM.
                GO TO MEN-SITUA-LER.
       MEN-SITUA-FIM.
                EXIT.
      *
       MEN-REABRE.
                IF MEN-COMPET < W-COMPSAI
                   GO TO MEN-REABRE-FIM.
                IF MEN-SITUACAO NOT = "C"
                   GO TO MEN-REABRE-SAIDA.
                MOVE SPACES TO MEN-SITUACAO
                MOVE "REABRE" TO AUD-ACAO
                PERFORM MEN-GRAVA THRU MEN-GRAVA-FIM.
                GO TO MEN-REABRE-FIM.
      *        MES DA SAIDA REABERTO PELO RETORNO: VOLTA O VALOR CHEIO
       MEN-REABRE-SAIDA.
                IF MEN-COMPET NOT = W-DTANT (1:6)
                   GO TO MEN-REABRE-FIM.
                PERFORM MEN-CHEIO THRU MEN-CHEIO-FIM
                IF W-VALCHEIO = ZEROS OR MEN-VALOR NOT < W-VALCHEIO
                   GO TO MEN-REABRE-FIM.
                IF MEN-REMESSA NOT = ZEROS
                   PERFORM MEN-MANTEM THRU MEN-MANTEM-FIM
                   GO TO MEN-REABRE-FIM.
                MOVE W-VALCHEIO TO MEN-VALOR
                MOVE "RESTAURA" TO AUD-ACAO
                PERFORM MEN-GRAVA THRU MEN-GRAVA-FIM.
       MEN-REABRE-FIM.
                EXIT.
      *
      *        MENSALIDADE JA NA REMESSA DO BOLREM: NADA MUDA; SAI NA
      *        TELA E NO AUDIT.TXT PARA O BOLETO SER BAIXADO NO BANCO
       MEN-MANTEM.
                ADD 1 TO W-REMCNT
                IF W-LIN < 21
                   ADD 1 TO W-LIN
                   DISPLAY (W-LIN, 01) "MANTIDA - BAIXAR NO BANCO:"
                   DISPLAY (W-LIN, 28) MEN-COMPET
                   DISPLAY (W-LIN, 35) "REMESSA"
                   DISPLAY (W-LIN, 43) MEN-REMESSA.
                MOVE "MENSALID"   TO AUD-ARQ
                MOVE "MANTIDA"    TO AUD-ACAO
                MOVE SPACES TO AUD-CHAVE
                STRING MEN-CODALU "/" MEN-COMPET
                       DELIMITED BY SIZE INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       MEN-MANTEM-FIM.
                EXIT.
      *
      *        VALOR CHEIO DA COMPETENCIA (W-VALCHEIO), NA MESMA CONTA
      *        DO GER-DESC E DO GER-TRANSP DO GERAMENS
       MEN-CHEIO.
                MOVE ZEROS TO W-VALCHEIO
                IF W-VLMENSAL = ZEROS
                   GO TO MEN-CHEIO-FIM.
                MOVE W-VLMENSAL TO W-VALCHEIO
                IF W-DSCDISP NOT = "S"
                   GO TO MEN-CHEIO-TRANSP.
                MOVE MEN-CODALU TO DSC-CODALU
                READ DESCONTO
                IF ST-DSC NOT = "00"
                   GO TO MEN-CHEIO-TRANSP.
                IF MEN-COMPET < DSC-COMPINI OR MEN-COMPET > DSC-COMPFIM
                   GO TO MEN-CHEIO-TRANSP.
                IF DSC-TIPO = "P"
                   COMPUTE W-VALCHEIO ROUNDED =
                       W-VLMENSAL - (W-VLMENSAL * DSC-VALOR / 100)
                ELSE
                   IF DSC-VALOR < W-VLMENSAL
                      COMPUTE W-VALCHEIO = W-VLMENSAL - DSC-VALOR
                   ELSE
                      MOVE ZEROS TO W-VALCHEIO.
       MEN-CHEIO-TRANSP.
                IF W-TRPDISP NOT = "S"
                   GO TO MEN-CHEIO-FIM.
                MOVE MEN-CODALU TO RPA-CODALU
                MOVE LOW-VALUES TO RPA-ROTA
                START PARADA KEY IS NOT LESS THAN RPA-CHAVE
                IF ST-RPA NOT = "00"
                   GO TO MEN-CHEIO-FIM.
       MEN-CHEIO-LER.
                READ PARADA NEXT RECORD
                IF ST-RPA NOT = "00"
                   GO TO MEN-CHEIO-FIM.
                IF RPA-CODALU NOT = MEN-CODALU
                   GO TO MEN-CHEIO-FIM.
                IF MEN-COMPET < RPA-COMPINI
                   GO TO MEN-CHEIO-LER.
                IF RPA-COMPFIM NOT = ZEROS AND MEN-COMPET > RPA-COMPFIM
                   GO TO MEN-CHEIO-LER.
                MOVE RPA-ROTA TO RTA-CODIGO
                READ ROTA
                IF ST-RTA NOT = "00"
                   GO TO MEN-CHEIO-LER.
                IF RTA-SITUACAO = "I" OR RTA-TAXA = ZEROS
                   GO TO MEN-CHEIO-LER.
                ADD RTA-TAXA TO W-VALCHEIO
                GO TO MEN-CHEIO-LER.
       MEN-CHEIO-FIM.
                EXIT.
      *
       MEN-GRAVA.
                REWRITE REGMEN
                IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO MENSALID.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MEN-GRAVA-FIM.
                IF AUD-ACAO = "REABRE" OR AUD-ACAO = "RESTAURA"
                   ADD 1 TO W-REABCNT
                ELSE
                   ADD 1 TO W-MENCNT.
                MOVE "MENSALID"   TO AUD-ARQ
                MOVE SPACES TO AUD-CHAVE
                STRING MEN-CODALU "/" MEN-COMPET
                       DELIMITED BY SIZE INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       MEN-GRAVA-FIM.
                EXIT.
      *
      *        DESCRICAO DA SITUACAO PARA A TELA
       SIT-DESC.
                IF SITALU = "C"
                   MOVE "CANCELADO" TO W-SITDESC
                ELSE
                   IF SITALU = "T"
                      MOVE "TRANCADO" TO W-SITDESC
                   ELSE
                      MOVE "ATIVO" TO W-SITDESC.
       SIT-DESC-FIM.
                EXIT.
      *
       SIT-ACAO.
                IF W-TIPO = "C"
                   MOVE "CANCELA" TO AUD-ACAO.
                IF W-TIPO = "T"
                   MOVE "TRANCA" TO AUD-ACAO.
                IF W-TIPO = "R"
                   MOVE "RETORNO" TO AUD-ACAO.
       SIT-ACAO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                IF W-DSCDISP = "S"
                   CLOSE DESCONTO.
                IF W-TRPDISP = "S"
                   CLOSE PARADA ROTA.
                CLOSE ALUNO MATRICUL MENSALID AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - SAIDA E RETORNO DE ALUNOS"
                DISPLAY "MOVIMENTOS.............: " W-ALTCNT
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
      * VALIDACAO DE DATAS (CPYDTVP)          *
      *****************************************
      *
           COPY CPYDTVP.
       FIM-ROT-TEMPO.
