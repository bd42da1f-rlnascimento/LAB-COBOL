       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADROTA.
      **************************************
      *  CADASTRO DE ROTAS DO TRANSPORTE   *
      *  ESCOLAR (ROTA.DAT)                *
      **************************************
      *----------------------------------------------------------------
      * UMA ROTA POR CODIGO: DESCRICAO, A VAN (PLACA CONFERIDA EM
      * VEICULO.DAT), O MOTORISTA (CPF CONFERIDO EM MOTORIST.DAT -
      * CNH VENCIDA SO GERA AVISO AQUI; QUEM BARRA A SAIDA E O
      * ROTAALOC/CADALOC), OS HORARIOS DA MANHA E DA TARDE, A LOTACAO
      * E A TAXA MENSAL QUE O GERAMENS SOMA NA MENSALIDADE DE CADA
      * ALUNO DA ROTA. ROTA COM ALUNOS EM PARADA.DAT NAO PODE SER
      * EXCLUIDA - INATIVA-SE (SITUACAO I).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRTAS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYMTRS.
           COPY CPYRPAS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRTAR.
           COPY CPYVEIR.
           COPY CPYMTRR.
           COPY CPYRPAR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-RTA       PIC X(02) VALUE "00".
       77 ST-MTR       PIC X(02) VALUE "00".
       77 ST-RPA       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-MTRDISP    PIC X(01) VALUE "N".
       77 W-USADA      PIC X(01) VALUE "N".
       01 W-HOJE8      PIC 9(08) VALUE ZEROS.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==ROTA==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO ROTA SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO ROTA.DAT"==
                   ==ST-ERRO== BY ==ST-RTA==.
       INC-OP1.
                OPEN INPUT CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ROTA
                   GO TO ROT-FIM.
      *        SEM MOTORIST.DAT (AINDA NAO IMPLANTADO PELO CADMOTOR)
      *        O CPF DO MOTORISTA ENTRA SEM CONFERENCIA
                OPEN INPUT MOTORIST
                IF ST-MTR = "00"
                   MOVE "S" TO W-MTRDISP.
                ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO RTA-CODIGO RTA-DESCR RTA-PLACA
                MOVE SPACES TO RTA-SITUACAO
                MOVE ZEROS  TO RTA-CPFMOT RTA-MANHA RTA-TARDE
                MOVE ZEROS  TO RTA-CAPAC RTA-TAXA
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE ROTAS DO TRANSPORTE"
                DISPLAY (04, 01) "CODIGO DA ROTA  : "
                DISPLAY (05, 01) "DESCRICAO       : "
                DISPLAY (06, 01) "PLACA DA VAN    : "
                DISPLAY (07, 01) "CPF MOTORISTA   : "
                DISPLAY (08, 01) "MANHA   (HHMM)  :      A "
                DISPLAY (09, 01) "TARDE   (HHMM)  :      A "
                DISPLAY (10, 01) "LOTACAO (ALUNOS): "
                DISPLAY (11, 01) "TAXA MENSAL     : "
                DISPLAY (12, 01) "SITUACAO (_/I)  : ".
       INC-002.
                ACCEPT (04, 18) RTA-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF RTA-CODIGO = SPACES
                   MOVE "*** CODIGO DA ROTA E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-RTA01.
                MOVE 0 TO W-SEL
                READ ROTA
                IF ST-RTA NOT = "23"
                   IF ST-RTA = "00"
                      DISPLAY (05, 18) RTA-DESCR
                      DISPLAY (06, 18) RTA-PLACA
                      DISPLAY (07, 18) RTA-CPFMOT
                      DISPLAY (08, 18) RTA-MANHAINI
                      DISPLAY (08, 25) RTA-MANHAFIM
                      DISPLAY (09, 18) RTA-TARDEINI
                      DISPLAY (09, 25) RTA-TARDEFIM
                      DISPLAY (10, 18) RTA-CAPAC
                      MOVE RTA-TAXA TO MASC-DINHEIRO
                      DISPLAY (11, 18) MASC-DINHEIRO
                      DISPLAY (12, 18) RTA-SITUACAO
                      MOVE "*** ROTA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO ROTA.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 18) RTA-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF RTA-DESCR = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 18) RTA-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                MOVE RTA-PLACA TO PLACA
                READ CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-004A.
                ACCEPT (07, 18) RTA-CPFMOT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF RTA-CPFMOT = ZEROS
                   MOVE "*** CPF DO MOTORISTA E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
                DISPLAY (07, 32) LIMPA (1:40)
                IF W-MTRDISP NOT = "S"
                   GO TO INC-004B.
                MOVE RTA-CPFMOT TO MTR-CPF
                READ MOTORIST
                IF ST-MTR NOT = "00"
                   MOVE "*** CPF FORA DO CADASTRO DE MOTORISTAS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
                DISPLAY (07, 32) MTR-NOME
                IF MTR-VALIDADE < W-HOJE8
                   MOVE "*** ATENCAO: CNH DO MOTORISTA VENCIDA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-004B.
                ACCEPT (08, 18) RTA-MANHAINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
                IF RTA-MANHAINI = ZEROS
                   MOVE ZEROS TO RTA-MANHAFIM
                   DISPLAY (08, 25) RTA-MANHAFIM
                   GO TO INC-004D.
       INC-004C.
                ACCEPT (08, 25) RTA-MANHAFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004B.
                IF RTA-MANHAFIM NOT > RTA-MANHAINI
                   MOVE "*** CHEGADA ANTES DA SAIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004C.
       INC-004D.
                ACCEPT (09, 18) RTA-TARDEINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004B.
                IF RTA-TARDEINI = ZEROS
                   MOVE ZEROS TO RTA-TARDEFIM
                   DISPLAY (09, 25) RTA-TARDEFIM
                   IF RTA-MANHAINI = ZEROS
                      MOVE "*** A ROTA PRECISA DE PELO MENOS UM TURNO"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004B
                   ELSE
                      GO TO INC-004F.
       INC-004E.
                ACCEPT (09, 25) RTA-TARDEFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004D.
                IF RTA-TARDEFIM NOT > RTA-TARDEINI
                   MOVE "*** CHEGADA ANTES DA SAIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004E.
       INC-004F.
                ACCEPT (10, 18) RTA-CAPAC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004D.
                IF RTA-CAPAC = ZEROS
                   MOVE "*** LOTACAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004F.
       INC-004G.
                ACCEPT (11, 18) RTA-TAXA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004F.
       INC-005.
                ACCEPT (12, 18) RTA-SITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004G.
                IF RTA-SITUACAO NOT = SPACE AND RTA-SITUACAO NOT = "I"
                   MOVE "*** SITUACAO: BRANCO=ATIVA I=INATIVA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGRTA
                IF ST-RTA = "00" OR "02"
                      MOVE "ROTA"       TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE RTA-CODIGO   TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ROTA.DAT" TO MENS
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
                PERFORM RTA-USADA THRU RTA-USADA-FIM
                IF W-USADA = "S"
                   MOVE "*** ROTA COM ALUNOS - INATIVE (SITUACAO I)"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE ROTA RECORD
                IF ST-RTA = "00"
                   MOVE "ROTA"       TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE RTA-CODIGO   TO AUD-CHAVE
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
                REWRITE REGRTA
                IF ST-RTA = "00" OR "02"
                   MOVE "ROTA"       TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE RTA-CODIGO   TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO ROTA.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * A ROTA TEM ALUNO EM PARADA.DAT?       *
      *****************************************
      *
       RTA-USADA.
                MOVE "N" TO W-USADA
                OPEN INPUT PARADA
                IF ST-RPA NOT = "00"
                   GO TO RTA-USADA-FIM.
       RTA-USADA-LER.
                READ PARADA NEXT RECORD
                IF ST-RPA NOT = "00"
                   CLOSE PARADA
                   GO TO RTA-USADA-FIM.
                IF RPA-ROTA = RTA-CODIGO
                   MOVE "S" TO W-USADA
                   CLOSE PARADA
                   GO TO RTA-USADA-FIM.
                GO TO RTA-USADA-LER.
       RTA-USADA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                IF W-MTRDISP = "S"
                   CLOSE MOTORIST.
                CLOSE ROTA CADVEIC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - ROTAS DO TRANSPORTE"
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
