       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPNEU.
      **************************************
      *  CADASTRO DE PNEUS (PNEU.DAT)      *
      **************************************
      *----------------------------------------------------------------
      * UM REGISTRO POR PNEU, PELO NUMERO DE FOGO: MARCA, MEDIDA,
      * DATA E CUSTO DA COMPRA E QUANTAS RECAPAGENS JA TEM. O PNEU
      * NOVO ENTRA NO ESTOQUE; MONTAGEM, RODIZIO, DESMONTAGEM,
      * DESCARTE E RECAPAGEM SAO FEITOS NO MOVPNEU, QUE GUARDA O
      * HISTORICO EM PNEUMOV.DAT. A LOCALIZACAO E O KM ACUMULADO SO
      * SAO MOSTRADOS AQUI. O CUSTO DA COMPRA SO MUDA ENQUANTO AINDA
      * NAO FOI LANCADO EM VEICULO, E PNEU COM HISTORICO NAO PODE SER
      * EXCLUIDO (VAI PARA DESCARTE NO MOVPNEU).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPNUS.
           COPY CPYPMVS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPNUR.
           COPY CPYPMVR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PNU       PIC X(02) VALUE "00".
       77 ST-PMV       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-CUSTOANT   PIC 9(06)V99 VALUE ZEROS.
       77 W-PMVDISP    PIC X(01) VALUE "N".
       77 W-TEMHIST    PIC X(01) VALUE "N".
       77 W-SITTXT     PIC X(10) VALUE SPACES.
       77 W-KMED       PIC Z.ZZZ.ZZ9.
      *        DATA DA COMPRA QUEBRADA PARA O MODULO DE DATAS
       01 W-DATAUX     PIC 9(08) VALUE ZEROS.
       01 W-DATAUX-R REDEFINES W-DATAUX.
            03 W-DATAUX-ANO PIC 9(04).
            03 W-DATAUX-MES PIC 9(02).
            03 W-DATAUX-DIA PIC 9(02).
           COPY CPYMASC.
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==PNEU==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO PNEU SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO PNEU.DAT"==
                   ==ST-ERRO== BY ==ST-PNU==.
       INC-OP1.
                OPEN INPUT PNEUMOV
                IF ST-PMV = "00"
                   MOVE "S" TO W-PMVDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO PNU-FOGO PNU-MARCA PNU-MEDIDA
                MOVE SPACES TO PNU-LOCALIZ
                MOVE "E"    TO PNU-SITUACAO
                MOVE ZEROS  TO PNU-CUSTO PNU-RECAP PNU-CUSTOREC
                MOVE ZEROS  TO PNU-CUSTOPEND PNU-ODOMONT PNU-KMACUM
                MOVE ZEROS  TO PNU-KMRODIZ PNU-KMRECAP
                MOVE W-HOJE TO PNU-DATACOMP
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE PNEUS"
                DISPLAY (04, 01) "NUMERO DE FOGO  : "
                DISPLAY (05, 01) "MARCA           : "
                DISPLAY (06, 01) "MEDIDA          : "
                DISPLAY (07, 01) "DATA DA COMPRA  : "
                DISPLAY (07, 28) "(AAAAMMDD)"
                DISPLAY (08, 01) "CUSTO           : "
                DISPLAY (09, 01) "RECAPAGENS      : "
                DISPLAY (11, 01) "SITUACAO        : "
                DISPLAY (12, 01) "VEICULO/POSICAO : "
                DISPLAY (13, 01) "KM ACUMULADO    : ".
       INC-002.
                ACCEPT (04, 18) PNU-FOGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF PNU-FOGO = SPACES
                   MOVE "*** NUMERO DE FOGO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PNU01.
                MOVE 0 TO W-SEL
                READ PNEU
                IF ST-PNU NOT = "23"
                   IF ST-PNU = "00"
                      PERFORM PNU-MOSTRA THRU PNU-MOSTRA-FIM
                      MOVE PNU-CUSTO TO W-CUSTOANT
                      MOVE "*** PNEU JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO PNEU.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
                PERFORM PNU-LOCAL THRU PNU-LOCAL-FIM.
       INC-003.
                ACCEPT (05, 18) PNU-MARCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF PNU-MARCA = SPACES
                   MOVE "*** MARCA E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003A.
                ACCEPT (06, 18) PNU-MEDIDA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF PNU-MEDIDA = SPACES
                   MOVE "*** MEDIDA E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
       INC-003B.
                ACCEPT (07, 18) PNU-DATACOMP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003A.
                MOVE PNU-DATACOMP TO W-DATAUX
                MOVE W-DATAUX-DIA TO DTV-DIA
                MOVE W-DATAUX-MES TO DTV-MES
                MOVE W-DATAUX-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA DA COMPRA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003B.
      *        DEPOIS DE LANCADO NUM VEICULO (MONTAGEM), O CUSTO DA
      *        COMPRA JA ESTA NO EXTRATO DO RELCUSTO E NAO MUDA MAIS
       INC-004.
                ACCEPT (08, 18) PNU-CUSTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003B.
                IF PNU-CUSTO = ZEROS
                   MOVE "*** CUSTO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-SEL = 1 AND PNU-CUSTO NOT = W-CUSTOANT
                   IF PNU-CUSTOPEND < W-CUSTOANT
                      MOVE "*** CUSTO JA LANCADO EM VEICULO ***"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE W-CUSTOANT TO PNU-CUSTO
                      GO TO INC-004.
                MOVE PNU-CUSTO TO MASC-DINHEIRO
                DISPLAY (08, 18) MASC-DINHEIRO.
       INC-005.
                ACCEPT (09, 18) PNU-RECAP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                MOVE PNU-CUSTO TO PNU-CUSTOPEND
                WRITE REGPNU
                IF ST-PNU = "00" OR "02"
                      MOVE "PNEU"       TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE PNU-FOGO     TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** PNEU CADASTRADO NO ESTOQUE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO PNEU.DAT" TO MENS
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
      *        SO SAI O PNEU QUE NUNCA FOI MOVIMENTADO; O QUE TEM
      *        HISTORICO VAI PARA DESCARTE NO MOVPNEU
       EXC-DL1.
                PERFORM PMV-CONTA THRU PMV-CONTA-FIM
                IF W-TEMHIST = "S"
                   MOVE "** PNEU COM HISTORICO - USE O DESCARTE **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE PNEU RECORD
                IF ST-PNU = "00"
                   MOVE "PNEU"       TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE PNU-FOGO     TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-EXCCNT
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *        CUSTO MUDADO ANTES DE IR PARA O VEICULO: A PENDENCIA
      *        ACOMPANHA A DIFERENCA
       ALT-RW1.
                IF PNU-CUSTO NOT = W-CUSTOANT
                   COMPUTE PNU-CUSTOPEND =
                       PNU-CUSTOPEND - W-CUSTOANT + PNU-CUSTO.
                REWRITE REGPNU
                IF ST-PNU = "00" OR "02"
                   MOVE "PNEU"       TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE PNU-FOGO     TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO PNEU.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * EXIBE O PNEU LIDO                     *
      *****************************************
      *
       PNU-MOSTRA.
                DISPLAY (05, 18) PNU-MARCA
                DISPLAY (06, 18) PNU-MEDIDA
                DISPLAY (07, 18) PNU-DATACOMP
                MOVE PNU-CUSTO TO MASC-DINHEIRO
                DISPLAY (08, 18) MASC-DINHEIRO
                DISPLAY (09, 18) PNU-RECAP
                PERFORM PNU-LOCAL THRU PNU-LOCAL-FIM.
       PNU-MOSTRA-FIM.
                EXIT.
      *
       PNU-LOCAL.
                MOVE SPACES TO W-SITTXT
                IF PNU-SITUACAO = "V"
                   MOVE "MONTADO" TO W-SITTXT.
                IF PNU-SITUACAO = "E"
                   MOVE "ESTOQUE" TO W-SITTXT.
                IF PNU-SITUACAO = "D"
                   MOVE "DESCARTE" TO W-SITTXT.
                DISPLAY (11, 18) W-SITTXT
                DISPLAY (12, 18) PNU-PLACA
                DISPLAY (12, 26) PNU-POSICAO
                MOVE PNU-KMACUM TO W-KMED
                DISPLAY (13, 18) W-KMED.
       PNU-LOCAL-FIM.
                EXIT.
      *
      *****************************************
      * O PNEU TEM MOVIMENTOS NO HISTORICO?   *
      *****************************************
      *
       PMV-CONTA.
                MOVE "N" TO W-TEMHIST
                IF W-PMVDISP NOT = "S"
                   GO TO PMV-CONTA-FIM.
                MOVE PNU-FOGO TO PMV-FOGO
                MOVE ZEROS TO PMV-DATA PMV-SEQ
                START PNEUMOV KEY IS NOT LESS THAN PMV-CHAVE
                IF ST-PMV NOT = "00"
                   GO TO PMV-CONTA-FIM.
                READ PNEUMOV NEXT RECORD
                IF ST-PMV = "00" AND PMV-FOGO = PNU-FOGO
                   MOVE "S" TO W-TEMHIST.
       PMV-CONTA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE PNEU AUDITORIA.
                IF W-PMVDISP = "S"
                   CLOSE PNEUMOV.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - PNEUS"
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
      * MODULO DE DATAS (CPYDTVP)             *
      *****************************************
      *
           COPY CPYDTVP.
       FIM-ROT-TEMPO.
