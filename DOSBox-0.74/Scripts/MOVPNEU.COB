       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVPNEU.
      **************************************
      *  MOVIMENTACAO DE PNEUS             *
      *  (PNEU.DAT + PNEUMOV.DAT)          *
      **************************************
      *----------------------------------------------------------------
      * O NUMERO DE FOGO ABRE O PNEU E O OPERADOR ESCOLHE O MOVIMENTO:
      *   M - MONTAR (DO ESTOQUE PARA PLACA + POSICAO);
      *   R - RODIZIO (OUTRA POSICAO NO MESMO VEICULO; SE A POSICAO
      *       ESTIVER OCUPADA, OS DOIS PNEUS TROCAM DE LUGAR);
      *   D - DESMONTAR PARA O ESTOQUE;
      *   X - DESCARTAR (MONTADO OU EM ESTOQUE);
      *   C - RECAPAGEM (SO EM ESTOQUE), COM O VALOR PAGO.
      * MONTAGEM, RODIZIO E DESMONTAGEM PEDEM O ODOMETRO DO VEICULO:
      * O KM DO TRECHO ENCERRADO VAI PARA O KM ACUMULADO DO PNEU. A
      * COMPRA E AS RECAPAGENS FICAM PENDENTES ATE A PROXIMA MONTAGEM,
      * QUANDO SAO LANCADAS NO VEICULO (PMV-CUSTO, SOMADO NO RELCUSTO).
      * CADA MOVIMENTO VIRA UM REGISTRO EM PNEUMOV.DAT E SAI EM
      * AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPNUS.
           COPY CPYPMVS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPNUR.
           COPY CPYPMVR.
           COPY CPYVEIR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PNU       PIC X(02) VALUE "00".
       77 ST-PMV       PIC X(02) VALUE "00".
       77 ST-VEI       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-MOVCNT     PIC 9(04) VALUE ZEROS.
      *MOVIMENTO DIGITADO
       77 W-FOGO       PIC X(08) VALUE SPACES.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-PLACA      PIC X(07) VALUE SPACES.
       77 W-POSANT     PIC X(03) VALUE SPACES.
       77 W-POSNOVA    PIC X(03) VALUE SPACES.
       77 W-ODO        PIC 9(07) VALUE ZEROS.
       77 W-CUSTO      PIC 9(06)V99 VALUE ZEROS.
       77 W-DATAMOV    PIC 9(08) VALUE ZEROS.
       77 W-KMTRECHO   PIC 9(07) VALUE ZEROS.
      *        RODIZIO PARA POSICAO OCUPADA: O OUTRO PNEU VAI PARA A
      *        POSICAO QUE ESTE DEIXOU
       77 W-TROCA      PIC X(01) VALUE "N".
       77 W-OUTROFOGO  PIC X(08) VALUE SPACES.
       01 W-PNUGUARDA  PIC X(120) VALUE SPACES.
       77 W-SITTXT     PIC X(10) VALUE SPACES.
       77 W-KMED       PIC Z.ZZZ.ZZ9.
      *        DATA DO MOVIMENTO QUEBRADA PARA O MODULO DE DATAS
       01 W-DATAUX     PIC 9(08) VALUE ZEROS.
       01 W-DATAUX-R REDEFINES W-DATAUX.
            03 W-DATAUX-ANO PIC 9(04).
            03 W-DATAUX-MES PIC 9(02).
            03 W-DATAUX-DIA PIC 9(02).
           COPY CPYMASC.
           COPY CPYDTVW.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
       INC-OP0.
                OPEN I-O PNEU
                IF ST-PNU NOT = "00"
                   MOVE "ERRO NA ABERTURA DO PNEU.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-OP1.
                OPEN I-O PNEUMOV
                IF ST-PMV = "30" OR ST-PMV = "35"
                   OPEN OUTPUT PNEUMOV
                   CLOSE PNEUMOV
                   MOVE "** ARQUIVO PNEUMOV SENDO CRIADO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OP1.
                IF ST-PMV NOT = "00"
                   MOVE "ERRO NA ABERTURA DO PNEUMOV.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PNEU
                   GO TO ROT-FIM.
                OPEN INPUT CADVEIC
                IF ST-VEI NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PNEU PNEUMOV
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE SPACES TO W-FOGO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "MOVIMENTACAO DE PNEUS"
                DISPLAY (04, 01) "NUMERO DE FOGO  : "
                DISPLAY (05, 01) "MARCA / MEDIDA  : "
                DISPLAY (06, 01) "SITUACAO        : "
                DISPLAY (07, 01) "VEICULO/POSICAO : "
                DISPLAY (08, 01) "KM ACUMULADO    : "
                DISPLAY (08, 30) "RECAPAGENS: "
                DISPLAY (10, 01) "MOVIMENTO       : "
                DISPLAY (11, 01) "  M=MONTAR  R=RODIZIO  D=DESMONTAR"
                DISPLAY (11, 36) "  X=DESCARTAR  C=RECAPAGEM"
                DISPLAY (12, 01) "PLACA           : "
                DISPLAY (13, 01) "NOVA POSICAO    : "
                DISPLAY (13, 30) "(EX.: 1E 1D 2EI 2DE EST)"
                DISPLAY (14, 01) "ODOMETRO        : "
                DISPLAY (15, 01) "CUSTO RECAPAGEM : "
                DISPLAY (16, 01) "DATA            : "
                DISPLAY (16, 28) "(AAAAMMDD)".
       INC-002.
                ACCEPT (04, 18) W-FOGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                MOVE W-FOGO TO PNU-FOGO
                READ PNEU
                IF ST-PNU NOT = "00"
                   MOVE "*** PNEU NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM PNU-MOSTRA THRU PNU-MOSTRA-FIM.
      *
      *        O MOVIMENTO TEM QUE CABER NA SITUACAO ATUAL DO PNEU
       INC-003.
                MOVE SPACES TO W-TIPO
                ACCEPT (10, 18) W-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF W-TIPO NOT = "M" AND NOT = "R" AND NOT = "D"
                   AND NOT = "X" AND NOT = "C"
                   MOVE "*** MOVIMENTO: M R D X OU C ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "M" AND PNU-SITUACAO NOT = "E"
                   MOVE "*** SO PNEU EM ESTOQUE PODE SER MONTADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF (W-TIPO = "R" OR W-TIPO = "D")
                   AND PNU-SITUACAO NOT = "V"
                   MOVE "*** PNEU NAO ESTA MONTADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "X" AND PNU-SITUACAO = "D"
                   MOVE "*** PNEU JA DESCARTADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "C" AND PNU-SITUACAO NOT = "E"
                   MOVE "*** SO PNEU EM ESTOQUE VAI PARA RECAPAGEM ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "C" AND PNU-RECAP = 9
                   MOVE "*** LIMITE DE RECAPAGENS ATINGIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE PNU-PLACA   TO W-PLACA
                MOVE PNU-POSICAO TO W-POSANT
                MOVE SPACES TO W-POSNOVA W-OUTROFOGO
                MOVE ZEROS  TO W-ODO W-CUSTO
                MOVE W-HOJE TO W-DATAMOV
                MOVE "N"    TO W-TROCA
                DISPLAY (12, 18) W-PLACA
                DISPLAY (13, 18) W-POSNOVA
                IF W-TIPO = "M"
                   GO TO INC-004.
                IF W-TIPO = "R"
                   GO TO INC-005.
                IF W-TIPO = "C"
                   GO TO INC-007.
                IF PNU-SITUACAO = "V"
                   GO TO INC-006.
                GO TO INC-008.
      *
       INC-004.
                ACCEPT (12, 18) W-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                MOVE W-PLACA TO PLACA
                READ CADVEIC
                IF ST-VEI NOT = "00"
                   MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (13, 18) W-POSNOVA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-POSNOVA = SPACES
                   MOVE "*** POSICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-TIPO = "R" AND W-POSNOVA = W-POSANT
                   MOVE "*** O PNEU JA ESTA NESSA POSICAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE "N" TO W-TROCA
                PERFORM POS-LIVRE THRU POS-LIVRE-FIM
                IF W-OUTROFOGO = SPACES
                   GO TO INC-006.
                IF W-TIPO = "M"
                   MOVE SPACES TO MENS
                   STRING "*** POSICAO OCUPADA PELO PNEU " W-OUTROFOGO
                          " ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-005A.
                DISPLAY (21, 01) "POSICAO OCUPADA PELO PNEU "
                DISPLAY (21, 27) W-OUTROFOGO
                DISPLAY (21, 36) "- TROCAR (S/N): "
                MOVE SPACES TO W-OPCAO
                ACCEPT (21, 52) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   MOVE "S" TO W-TROCA
                   DISPLAY (21, 01) LIMPA
                   GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (21, 01) LIMPA
                   GO TO INC-005.
                GO TO INC-005A.
      *
       INC-006.
                ACCEPT (14, 18) W-ODO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-ODO = ZEROS
                   MOVE "*** ODOMETRO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-TIPO NOT = "M" AND W-ODO < PNU-ODOMONT
                   MOVE "*** ODOMETRO MENOR QUE O DA MONTAGEM ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                GO TO INC-008.
      *
       INC-007.
                ACCEPT (15, 18) W-CUSTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-CUSTO = ZEROS
                   MOVE "*** CUSTO DA RECAPAGEM E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE W-CUSTO TO MASC-DINHEIRO
                DISPLAY (15, 18) MASC-DINHEIRO.
      *
       INC-008.
                ACCEPT (16, 18) W-DATAMOV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                MOVE W-DATAMOV TO W-DATAUX
                MOVE W-DATAUX-DIA TO DTV-DIA
                MOVE W-DATAUX-MES TO DTV-MES
                MOVE W-DATAUX-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA DO MOVIMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
      *
       MOV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** MOVIMENTO RECUSADO PELO OPERADOR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MOV-OPC.
       MOV-WR1.
                PERFORM MOV-APLICA THRU MOV-APLICA-FIM
                IF ST-PNU NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO PNEU.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                IF W-TROCA NOT = "S"
                   GO TO MOV-WR1-FIM.
                MOVE W-OUTROFOGO TO PNU-FOGO
                READ PNEU
                IF ST-PNU NOT = "00"
                   MOVE "ERRO NA LEITURA DO PNEU TROCADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-POSANT TO W-POSNOVA
                PERFORM MOV-APLICA THRU MOV-APLICA-FIM
                IF ST-PNU NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO PNEU.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
       MOV-WR1-FIM.
                MOVE "*** MOVIMENTO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * APLICA O MOVIMENTO AO PNEU EM REGPNU  *
      * E GRAVA O HISTORICO                   *
      *****************************************
      *
       MOV-APLICA.
                MOVE ZEROS TO W-KMTRECHO
                IF PNU-SITUACAO = "V" AND W-TIPO NOT = "C"
                   AND W-ODO > PNU-ODOMONT
                   COMPUTE W-KMTRECHO = W-ODO - PNU-ODOMONT.
                MOVE PNU-FOGO    TO PMV-FOGO
                MOVE W-DATAMOV   TO PMV-DATA
                MOVE W-TIPO      TO PMV-TIPO
                MOVE PNU-PLACA   TO PMV-PLACA
                MOVE PNU-POSICAO TO PMV-POSANT
                MOVE W-POSNOVA   TO PMV-POSNOVA
                MOVE W-ODO       TO PMV-ODOMETRO
                MOVE W-KMTRECHO  TO PMV-KM
                MOVE ZEROS       TO PMV-CUSTO
                MOVE W-OPERADOR  TO PMV-OPERADOR
                MOVE "PNEU"      TO AUD-ARQ
                IF W-TIPO = "M"
                   MOVE "MONTAGEM"      TO AUD-ACAO
                   MOVE W-PLACA         TO PMV-PLACA
                   MOVE PNU-CUSTOPEND   TO PMV-CUSTO
                   MOVE ZEROS           TO PNU-CUSTOPEND
                   MOVE "V"             TO PNU-SITUACAO
                   MOVE W-PLACA         TO PNU-PLACA
                   MOVE W-POSNOVA       TO PNU-POSICAO
                   MOVE W-ODO           TO PNU-ODOMONT
                   MOVE PNU-KMACUM      TO PNU-KMRODIZ.
                IF W-TIPO = "R"
                   MOVE "RODIZIO"       TO AUD-ACAO
                   ADD W-KMTRECHO       TO PNU-KMACUM
                   MOVE W-ODO           TO PNU-ODOMONT
                   MOVE W-POSNOVA       TO PNU-POSICAO
                   MOVE PNU-KMACUM      TO PNU-KMRODIZ.
                IF W-TIPO = "D" OR W-TIPO = "X"
                   ADD W-KMTRECHO       TO PNU-KMACUM
                   MOVE SPACES          TO PNU-LOCALIZ
                   MOVE ZEROS           TO PNU-ODOMONT.
                IF W-TIPO = "D"
                   MOVE "DESMONTAG"     TO AUD-ACAO
                   MOVE "E"             TO PNU-SITUACAO.
                IF W-TIPO = "X"
                   MOVE "DESCARTE"      TO AUD-ACAO
                   MOVE "D"             TO PNU-SITUACAO.
                IF W-TIPO = "C"
                   MOVE "RECAPAGEM"     TO AUD-ACAO
                   MOVE W-CUSTO         TO PMV-CUSTO
                   ADD 1                TO PNU-RECAP
                   MOVE PNU-KMACUM      TO PNU-KMRECAP
                   ADD W-CUSTO          TO PNU-CUSTOREC
                   ADD W-CUSTO          TO PNU-CUSTOPEND.
                REWRITE REGPNU
                IF ST-PNU NOT = "00"
                   GO TO MOV-APLICA-FIM.
                PERFORM PMV-GRAVA THRU PMV-GRAVA-FIM.
                MOVE PNU-FOGO TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-MOVCNT.
       MOV-APLICA-FIM.
                EXIT.
      *
      *        MAIS DE UM MOVIMENTO DO PNEU NO MESMO DIA: PROXIMA
      *        SEQUENCIA LIVRE
       PMV-GRAVA.
                MOVE 1 TO PMV-SEQ.
       PMV-GRAVA-TENTA.
                WRITE REGPMV
                IF ST-PMV = "22" AND PMV-SEQ < 99
                   ADD 1 TO PMV-SEQ
                   GO TO PMV-GRAVA-TENTA.
                IF ST-PMV NOT = "00" AND ST-PMV NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO PNEUMOV.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PMV-GRAVA-FIM.
                EXIT.
      *
      *        QUEM ESTA EM W-PLACA/W-POSNOVA? (W-OUTROFOGO EM BRANCO
      *        = POSICAO LIVRE). O REGISTRO DO PNEU DA TELA E GUARDADO
      *        E DEVOLVIDO, PORQUE A LEITURA PELA LOCALIZACAO O TROCA
       POS-LIVRE.
                MOVE SPACES TO W-OUTROFOGO
                MOVE REGPNU TO W-PNUGUARDA
                MOVE W-PLACA   TO PNU-PLACA
                MOVE W-POSNOVA TO PNU-POSICAO
                READ PNEU KEY IS PNU-LOCALIZ
                IF ST-PNU = "00" AND PNU-FOGO NOT = W-FOGO
                   MOVE PNU-FOGO TO W-OUTROFOGO.
                MOVE W-PNUGUARDA TO REGPNU.
       POS-LIVRE-FIM.
                EXIT.
      *
      *****************************************
      * EXIBE O PNEU LIDO                     *
      *****************************************
      *
       PNU-MOSTRA.
                DISPLAY (05, 18) PNU-MARCA
                DISPLAY (05, 35) PNU-MEDIDA
                MOVE SPACES TO W-SITTXT
                IF PNU-SITUACAO = "V"
                   MOVE "MONTADO" TO W-SITTXT.
                IF PNU-SITUACAO = "E"
                   MOVE "ESTOQUE" TO W-SITTXT.
                IF PNU-SITUACAO = "D"
                   MOVE "DESCARTE" TO W-SITTXT.
                DISPLAY (06, 18) W-SITTXT
                DISPLAY (07, 18) PNU-PLACA
                DISPLAY (07, 26) PNU-POSICAO
                MOVE PNU-KMACUM TO W-KMED
                DISPLAY (08, 18) W-KMED
                DISPLAY (08, 42) PNU-RECAP.
       PNU-MOSTRA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE PNEU PNEUMOV CADVEIC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - MOVIMENTACAO DE PNEUS"
                DISPLAY "MOVIMENTOS.............: " W-MOVCNT
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
      * MODULO DE DATAS (CPYDTVP)             *
      *****************************************
      *
           COPY CPYDTVP.
       FIM-ROT-TEMPO.
