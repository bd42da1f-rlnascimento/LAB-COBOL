       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOSERV.
      **************************************
      *  ORDENS DE SERVICO DA FROTA        *
      *  (ORDSERV.DAT)                     *
      **************************************
      *----------------------------------------------------------------
      * A PASSAGEM DO VEICULO PELA OFICINA VIRA UMA ORDEM DE SERVICO
      * (NUMERO AUTOMATICO DA SEQUENCIA "ORDSERV" DE CONTROLE.DAT):
      * ABERTA COM A PLACA, O TIPO DE SERVICO, O PROBLEMA RELATADO E A
      * OFICINA OU GUINCHO DE FORNEC.DAT; DEPOIS RECEBE O ORCAMENTO DA
      * OFICINA (F2), A APROVACAO OU RECUSA DO SUPERVISOR (F3) E O
      * FECHAMENTO COM A NOTA FISCAL (F4), QUE GRAVA SOZINHO A
      * MANUTENCAO EM MANUVEIC.DAT. F5 CANCELA (SO O SUPERVISOR).
      * ENQUANTO A OS ESTA EM ABERTO O VEICULO NAO SAI NO CADALOC NEM
      * E RESERVADO NO CADRESER (CPYOSVP). OS DIAS PARADOS SAEM NO
      * RELOSERV. A OS NAO E EXCLUIDA - FICA CANCELADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOSVS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYMNTS.
           COPY CPYFORS.
           COPY CPYCTLS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYOSVR.
           COPY CPYVEIR.
           COPY CPYMNTR.
           COPY CPYFORR.
           COPY CPYCTLR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-MNT       PIC X(02) VALUE "00".
       77 ST-CTL       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACAO       PIC X(10) VALUE SPACES.
       77 W-MNTOK      PIC X(01) VALUE "N".
       77 W-PLACABLQ   PIC X(07) VALUE SPACES.
       77 W-NUMSALVA   PIC 9(06) VALUE ZEROS.
       77 W-REGSALVA   PIC X(165) VALUE SPACES.
       77 W-VALED      PIC ZZZ.ZZ9,99.
       01 W-DATSEL.
            03 W-DATSEL-DIA  PIC 9(02).
            03 W-DATSEL-MES  PIC 9(02).
            03 W-DATSEL-ANO  PIC 9(04).
       01 W-HOJE.
            03 W-HOJE-ANO    PIC 9(04).
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
       01 W-HOJE8 REDEFINES W-HOJE PIC 9(08).
      *        DATA AAAAMMDD DO ARQUIVO E A MESMA DATA PARA A TELA
       01 W-DATAX.
            03 W-DATAX-ANO   PIC 9(04).
            03 W-DATAX-MES   PIC 9(02).
            03 W-DATAX-DIA   PIC 9(02).
       01 W-DATAX8 REDEFINES W-DATAX PIC 9(08).
       01 W-DATAED.
            03 W-DATAED-DIA  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-MES  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-ANO  PIC 9(04).
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYFORW.
           COPY CPYOSVW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==ORDSERV==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO ORDSERV SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO ORDSERV.DAT"==
                   ==ST-ERRO== BY ==ST-OSV==.
       INC-OP1.
                MOVE "S" TO W-OSVDISP
                OPEN INPUT CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ORDSERV
                   GO TO ROT-FIM.
                OPEN INPUT FORNEC
                IF ST-FOR NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FORNEC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ORDSERV CADVEIC
                   GO TO ROT-FIM.
       INC-OP2.
                OPEN I-O MANUVEIC
                IF ST-MNT NOT = "00"
                   IF ST-MNT = "30"
                      OPEN OUTPUT MANUVEIC
                      CLOSE MANUVEIC
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO MANUVEIC.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ORDSERV CADVEIC FORNEC
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                PERFORM CTL-ABRE THRU CTL-ABRE-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO OSV-PLACA OSV-TIPO OSV-PROBLEMA
                               OSV-OPERABE OSV-APROVADOR OSV-NFNUM
                               OSV-SITUACAO
                MOVE ZEROS  TO OSV-NUMERO OSV-CODFOR OSV-ODOMETRO
                               OSV-DATAABE OSV-ORCVALOR OSV-ORCPRAZO
                               OSV-DATAORC OSV-DATAAPR OSV-VALORNF
                               OSV-DATAFEC OSV-MNTSEQ
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "ORDEM DE SERVICO DA FROTA"
                DISPLAY (04, 01) "NUMERO DA OS    : "
                DISPLAY (05, 01) "PLACA           : "
                DISPLAY (06, 01) "PROPRIETARIO    : "
                DISPLAY (07, 01) "TIPO DE SERVICO : "
                DISPLAY (08, 03) "P=PREVENTIVA C=CORRETIVA"
                DISPLAY (08, 28) "F=FUNILARIA E=ELETRICA"
                DISPLAY (08, 51) "N=PNEUS G=GUINCHO X=OUTROS"
                DISPLAY (09, 01) "PROBLEMA        : "
                DISPLAY (10, 01) "FORNECEDOR      : "
                DISPLAY (11, 01) "ODOMETRO (KM)   : "
                DISPLAY (12, 01) "ABERTA EM       : "
                DISPLAY (13, 01) "F4 NO FORNECEDOR=PESQUISAR PELO NOME"
                DISPLAY (14, 01) "ORCAMENTO VALOR : "
                DISPLAY (14, 32) "PRAZO (DIAS): "
                DISPLAY (15, 01) "ORCADA EM       : "
                DISPLAY (16, 01) "APROVACAO       : "
                DISPLAY (18, 01) "NOTA FISCAL     : "
                DISPLAY (18, 32) "VALOR: "
                DISPLAY (19, 01) "FECHADA EM      : "
                PERFORM CTL-RELE THRU CTL-RELE-FIM
                MOVE CTL-PROX TO OSV-NUMERO
                DISPLAY (04, 18) OSV-NUMERO.
       INC-002.
                ACCEPT (04, 18) OSV-NUMERO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
       LER-OSV01.
                MOVE 0 TO W-SEL
                MOVE OSV-NUMERO TO W-NUMSALVA
                READ ORDSERV
                IF ST-OSV NOT = "23"
                   IF ST-OSV = "00"
                      PERFORM OSV-MOSTRA THRU OSV-MOSTRA-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO ORDSERV.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
      *        OS NOVA: O REGISTRO COMECA LIMPO COM O NUMERO DIGITADO
                MOVE SPACES TO REGOSV
                MOVE ZEROS  TO OSV-CODFOR OSV-ODOMETRO OSV-DATAABE
                               OSV-ORCVALOR OSV-ORCPRAZO OSV-DATAORC
                               OSV-DATAAPR OSV-VALORNF OSV-DATAFEC
                               OSV-MNTSEQ
                MOVE W-NUMSALVA TO OSV-NUMERO.
       INC-003.
                ACCEPT (05, 18) OSV-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF OSV-PLACA = SPACES
                   MOVE "*** PLACA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE OSV-PLACA TO PLACA
                READ CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (06, 18) PROPRIETARIO.
      *        UMA OS EM ABERTO POR VEICULO (A VARREDURA USA A AREA DO
      *        REGISTRO, QUE E GUARDADA E DEVOLVIDA)
                MOVE REGOSV TO W-REGSALVA
                MOVE OSV-PLACA TO W-PLACABLQ
                PERFORM OSV-BLOQ THRU OSV-BLOQ-FIM
                MOVE W-REGSALVA TO REGOSV
                IF W-OSVBLOQ = "S"
                   MOVE SPACES TO MENS
                   STRING "*** VEICULO JA ESTA NA OS " W-OSVNUM
                          " EM ABERTO ***" DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (07, 18) OSV-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                PERFORM OSV-TIPTXT THRU OSV-TIPTXT-FIM
                IF W-OSVTIPTXT = SPACES
                   MOVE "*** TIPO DE SERVICO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (07, 22) W-OSVTIPTXT.
       INC-005.
                ACCEPT (09, 18) OSV-PROBLEMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF OSV-PROBLEMA = SPACES
                   MOVE "*** PROBLEMA RELATADO E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *        OFICINA (O) OU GUINCHO (G) ATIVO DO FORNEC.DAT
       INC-006.
                ACCEPT (10, 18) OSV-CODFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF W-ACT = TEC-F4
                   GO TO FPQ-001.
       INC-006A.
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                IF W-FOROK = "N"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-FOROK = "I"
                   MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF FOR-TIPO NOT = "O" AND FOR-TIPO NOT = "G"
                   MOVE "*** FORNECEDOR NAO E OFICINA/GUINCHO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (11, 18) OSV-ODOMETRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-006.
                MOVE W-HOJE8 TO W-DATAX8
                PERFORM OSV-DATA THRU OSV-DATA-FIM
                DISPLAY (12, 18) W-DATAED.
      *
                GO TO INC-OPC.
      *
      *        ESC NA CONFIRMACAO: A OS NOVA VOLTA AO ODOMETRO; NAS
      *        ACOES DE UMA OS EXISTENTE ELA E RELIDA DO ARQUIVO
       INC-005X.
                IF W-SEL = 1
                   MOVE OSV-NUMERO TO W-NUMSALVA
                   GO TO LER-OSV01.
                GO TO INC-007.

           COPY CPYCONF
               REPLACING ==INC-005== BY ==INC-005X==.
       INC-WR1.
                MOVE "A"        TO OSV-SITUACAO
                MOVE W-HOJE8    TO OSV-DATAABE
                MOVE W-OPERADOR TO OSV-OPERABE
                WRITE REGOSV
                IF ST-OSV = "00" OR "02"
                      PERFORM CTL-AVANCA THRU CTL-AVANCA-FIM
                      MOVE "ORDSERV"    TO AUD-ARQ
                      MOVE "ABERTURA"   TO AUD-ACAO
                      MOVE OSV-NUMERO   TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE SPACES TO MENS
                      STRING "*** OS " OSV-NUMERO " ABERTA ***"
                             DELIMITED BY SIZE INTO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ORDSERV.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * EXIBICAO DE UMA OS JA GRAVADA         *
      *****************************************
      *
       OSV-MOSTRA.
                PERFORM OSV-SITTXT THRU OSV-SITTXT-FIM
                DISPLAY (04, 30) W-OSVSITTXT
                DISPLAY (05, 18) OSV-PLACA
                MOVE OSV-PLACA TO PLACA
                READ CADVEIC
                IF ST-ERRO = "00"
                   DISPLAY (06, 18) PROPRIETARIO.
                DISPLAY (07, 18) OSV-TIPO
                PERFORM OSV-TIPTXT THRU OSV-TIPTXT-FIM
                DISPLAY (07, 22) W-OSVTIPTXT
                DISPLAY (09, 18) OSV-PROBLEMA
                DISPLAY (10, 18) OSV-CODFOR
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                DISPLAY (11, 18) OSV-ODOMETRO
                MOVE OSV-DATAABE TO W-DATAX8
                PERFORM OSV-DATA THRU OSV-DATA-FIM
                DISPLAY (12, 18) W-DATAED
                DISPLAY (12, 30) OSV-OPERABE
                MOVE OSV-ORCVALOR TO W-VALED
                DISPLAY (14, 18) W-VALED
                DISPLAY (14, 46) OSV-ORCPRAZO
                MOVE OSV-DATAORC TO W-DATAX8
                PERFORM OSV-DATA THRU OSV-DATA-FIM
                DISPLAY (15, 18) W-DATAED
                MOVE OSV-DATAAPR TO W-DATAX8
                PERFORM OSV-DATA THRU OSV-DATA-FIM
                DISPLAY (16, 18) W-DATAED
                DISPLAY (16, 30) OSV-APROVADOR
                DISPLAY (18, 18) OSV-NFNUM
                MOVE OSV-VALORNF TO W-VALED
                DISPLAY (18, 40) W-VALED
                MOVE OSV-DATAFEC TO W-DATAX8
                PERFORM OSV-DATA THRU OSV-DATA-FIM
                DISPLAY (19, 18) W-DATAED.
       OSV-MOSTRA-FIM.
                EXIT.
      *
      *        DATA AAAAMMDD (W-DATAX) PARA DD/MM/AAAA (W-DATAED);
      *        DATA ZERADA SAI EM BRANCO
       OSV-DATA.
                IF W-DATAX8 = ZEROS
                   MOVE SPACES TO W-DATAED
                   GO TO OSV-DATA-FIM.
                MOVE W-DATAX-DIA TO W-DATAED-DIA
                MOVE W-DATAX-MES TO W-DATAED-MES
                MOVE W-DATAX-ANO TO W-DATAED-ANO
                MOVE "/" TO W-DATAED (3:1) W-DATAED (6:1).
       OSV-DATA-FIM.
                EXIT.
      *
      *****************************************
      * ANDAMENTO DA OS: ORCAMENTO, APROVACAO,*
      * FECHAMENTO E CANCELAMENTO             *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                  "F2=ORCA F3=APROVA F4=FECHA F5=CANCELA ESC=NOVA"
                ACCEPT (23, 68) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3 AND W-ACT NOT = TEC-F4
                   AND W-ACT NOT = TEC-F5
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (23, 62) "       "
                IF W-ACT = TEC-ESC
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO ORC-001.
                IF W-ACT = TEC-F3
                   GO TO APR-001.
                IF W-ACT = TEC-F4
                   GO TO FEC-001.
                GO TO CAN-001.
      *
      *        ORCAMENTO DA OFICINA: OS ABERTA, JA ORCADA OU COM O
      *        ORCAMENTO RECUSADO (A OFICINA MANDA UM NOVO)
       ORC-001.
                IF OSV-SITUACAO NOT = "A" AND OSV-SITUACAO NOT = "O"
                   AND OSV-SITUACAO NOT = "R"
                   MOVE "*** OS NAO ACEITA ORCAMENTO NESTA SITUACAO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       ORC-002.
                ACCEPT (14, 18) OSV-ORCVALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO LER-OSV01.
                IF OSV-ORCVALOR = ZEROS
                   MOVE "*** VALOR DO ORCAMENTO E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORC-002.
       ORC-003.
                ACCEPT (14, 46) OSV-ORCPRAZO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO ORC-002.
                MOVE "O"     TO OSV-SITUACAO
                MOVE W-HOJE8 TO OSV-DATAORC
                MOVE ZEROS   TO OSV-DATAAPR
                MOVE SPACES  TO OSV-APROVADOR
                MOVE "ORCAMENTO" TO W-ACAO
                GO TO ALT-OPC.
      *
      *        APROVACAO OU RECUSA DO ORCAMENTO: SO O SUPERVISOR
       APR-001.
                IF OSV-SITUACAO NOT = "O"
                   MOVE "*** OS SEM ORCAMENTO PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPERNIVEL NOT = "S"
                   MOVE "*** APROVACAO SO PELO SUPERVISOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       APR-002.
                DISPLAY (21, 01) "SUPERVISOR: A=APROVA R=RECUSA O"
                DISPLAY (21, 32) " ORCAMENTO: "
                MOVE SPACES TO W-OPCAO
                ACCEPT (21, 44) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (21, 01) LIMPA
                   GO TO ACE-001.
                IF W-OPCAO = "a"
                   MOVE "A" TO W-OPCAO.
                IF W-OPCAO = "r"
                   MOVE "R" TO W-OPCAO.
                IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "R"
                   GO TO APR-002.
                DISPLAY (21, 01) LIMPA
                IF W-OPCAO = "A"
                   MOVE "P"         TO OSV-SITUACAO
                   MOVE "APROVACAO" TO W-ACAO
                ELSE
                   MOVE "R"         TO OSV-SITUACAO
                   MOVE "RECUSA"    TO W-ACAO.
                MOVE W-HOJE8    TO OSV-DATAAPR
                MOVE W-OPERADOR TO OSV-APROVADOR
                GO TO ALT-OPC.
      *
      *        FECHAMENTO COM A NOTA FISCAL: SO OS APROVADA
       FEC-001.
                IF OSV-SITUACAO NOT = "P"
                   MOVE "*** SO OS APROVADA PODE SER FECHADA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF OSV-VALORNF = ZEROS
                   MOVE OSV-ORCVALOR TO OSV-VALORNF.
       FEC-002.
                ACCEPT (18, 18) OSV-NFNUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO LER-OSV01.
                IF OSV-NFNUM = SPACES
                   MOVE "*** NUMERO DA NOTA FISCAL E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-002.
       FEC-003.
                ACCEPT (18, 40) OSV-VALORNF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO FEC-002.
                IF OSV-VALORNF = ZEROS
                   MOVE "*** VALOR DA NOTA FISCAL E OBRIGATORIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-003.
       FEC-004.
                MOVE ZEROS TO W-DATSEL
                DISPLAY (19, 18) "__/__/____"
                ACCEPT (19, 18) W-DATSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO FEC-003.
                IF W-DATSEL = ZEROS
                   MOVE W-HOJE-DIA TO W-DATSEL-DIA
                   MOVE W-HOJE-MES TO W-DATSEL-MES
                   MOVE W-HOJE-ANO TO W-DATSEL-ANO.
                IF W-DATSEL-DIA < 1 OR W-DATSEL-DIA > 31
                   OR W-DATSEL-MES < 1 OR W-DATSEL-MES > 12
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-004.
                MOVE W-DATSEL-ANO TO W-DATAX-ANO
                MOVE W-DATSEL-MES TO W-DATAX-MES
                MOVE W-DATSEL-DIA TO W-DATAX-DIA
                IF W-DATAX8 < OSV-DATAABE
                   MOVE "*** FECHAMENTO ANTES DA ABERTURA DA OS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-004.
                PERFORM OSV-DATA THRU OSV-DATA-FIM
                DISPLAY (19, 18) W-DATAED
                MOVE W-DATAX8 TO OSV-DATAFEC
                MOVE "FECHAMENTO" TO W-ACAO
                GO TO ALT-OPC.
      *
      *        CANCELAMENTO: SO O SUPERVISOR, OS AINDA NAO APROVADA
       CAN-001.
                IF OSV-SITUACAO NOT = "A" AND OSV-SITUACAO NOT = "O"
                   AND OSV-SITUACAO NOT = "R"
                   MOVE "*** OS NAO PODE SER CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPERNIVEL NOT = "S"
                   MOVE "*** CANCELAMENTO SO PELO SUPERVISOR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE "C"     TO OSV-SITUACAO
                MOVE W-HOJE8 TO OSV-DATAFEC
                MOVE "CANCELA" TO W-ACAO
                GO TO ALT-OPC.
      *
      *        A OS NAO E EXCLUIDA (O CANCELAMENTO FICA REGISTRADO)
       EXC-DL1.
                GO TO INC-001.
      *
      *        O FECHAMENTO SO VALE SE A MANUTENCAO FOR GRAVADA
       ALT-RW1.
                IF W-ACAO = "FECHAMENTO"
                   PERFORM FEC-MNT THRU FEC-MNT-FIM
                   IF W-MNTOK NOT = "S"
                      GO TO LER-OSV01
                   ELSE
                      MOVE "F" TO OSV-SITUACAO.
                REWRITE REGOSV
                IF ST-OSV = "00" OR "02"
                   MOVE "ORDSERV"    TO AUD-ARQ
                   MOVE W-ACAO       TO AUD-ACAO
                   MOVE OSV-NUMERO   TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   PERFORM OSV-SITTXT THRU OSV-SITTXT-FIM
                   MOVE SPACES TO MENS
                   STRING "*** OS " OSV-NUMERO " " W-OSVSITTXT " ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO ORDSERV.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * MANUTENCAO GERADA NO FECHAMENTO       *
      * (MANUVEIC.DAT, SEQ DO DIA COMO NO     *
      * CADMANU)                              *
      *****************************************
      *
       FEC-MNT.
                MOVE "N" TO W-MNTOK
                MOVE OSV-PLACA    TO MNT-PLACA
                MOVE OSV-DATAFEC  TO MNT-DATA
                MOVE SPACES TO MNT-DESC
                STRING "OS " OSV-NUMERO " " OSV-PROBLEMA
                       DELIMITED BY SIZE INTO MNT-DESC
                MOVE OSV-ODOMETRO TO MNT-ODOMETRO
                MOVE OSV-VALORNF  TO MNT-CUSTO
                MOVE OSV-CODFOR   TO MNT-CODFOR
                MOVE SPACES TO MNT-FORNEC
                MOVE OSV-CODFOR TO FOR-DOC
                READ FORNEC
                IF ST-FOR = "00"
                   MOVE FOR-FANTASIA TO MNT-FORNEC.
                MOVE 1 TO MNT-SEQ.
       FEC-MNT2.
                WRITE REGMNT
                IF ST-MNT = "22"
                   IF MNT-SEQ < 99
                      ADD 1 TO MNT-SEQ
                      GO TO FEC-MNT2
                   ELSE
                      MOVE "*** LIMITE DE ORDENS NO DIA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO FEC-MNT-FIM.
                IF ST-MNT NOT = "00" AND ST-MNT NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO MANUVEIC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-MNT-FIM.
                MOVE MNT-SEQ TO OSV-MNTSEQ
                MOVE "S" TO W-MNTOK
                MOVE "MANUVEIC"   TO AUD-ARQ
                MOVE "INCLUSAO"   TO AUD-ACAO
                MOVE MNT-PLACA    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       FEC-MNT-FIM.
                EXIT.
      *
      *****************************************
      * CONTROLE DO PROXIMO NUMERO DE OS      *
      * (CONTROLE.DAT, SEQUENCIA "ORDSERV")   *
      *****************************************
      *
       CTL-ABRE.
           OPEN I-O CONTROLE
           IF ST-CTL NOT = "00"
               IF ST-CTL = "30"
                      OPEN OUTPUT CONTROLE
                      CLOSE CONTROLE
                      OPEN I-O CONTROLE
               ELSE
                      MOVE "ERRO NA ABERTURA DO CONTROLE.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ORDSERV CADVEIC FORNEC MANUVEIC
                      GO TO ROT-FIM.
           MOVE "ORDSERV" TO CTL-NOME
           READ CONTROLE
           IF ST-CTL = "00"
               UNLOCK CONTROLE
               GO TO CTL-ABRE-FIM.
           MOVE "ORDSERV" TO CTL-NOME
           MOVE 1 TO CTL-PROX
           WRITE REGCTL.
       CTL-ABRE-FIM.
           EXIT.
      *
       CTL-RELE.
           MOVE "ORDSERV" TO CTL-NOME
           READ CONTROLE
           IF ST-CTL = "00"
               UNLOCK CONTROLE.
       CTL-RELE-FIM.
           EXIT.
      *
       CTL-AVANCA.
           IF OSV-NUMERO NOT < CTL-PROX
               COMPUTE CTL-PROX = OSV-NUMERO + 1
               MOVE "ORDSERV" TO CTL-NOME
               REWRITE REGCTL.
           UNLOCK CONTROLE.
       CTL-AVANCA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE ORDSERV CADVEIC FORNEC MANUVEIC CONTROLE
                      AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - ORDENS DE SERVICO"
                DISPLAY "OS ABERTAS.............: " W-INCCNT
                DISPLAY "OS MOVIMENTADAS.........: " W-ALTCNT
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
      * ESCOLHA DO FORNECEDOR (FORNEC.DAT)    *
      *****************************************
      *
           COPY CPYFORP
               REPLACING ==CPY-CODCAMPO== BY ==OSV-CODFOR==
                         ==CPY-LIN== BY ==10==
                         ==CPY-COL== BY ==18==
                         ==CPY-NOMECOL== BY ==33==
                         ==CPY-VOLTA== BY ==INC-006==
                         ==CPY-APOS== BY ==INC-006A==.
      *
      *****************************************
      * OS EM ABERTO DO VEICULO E DESCRICOES  *
      *****************************************
      *
           COPY CPYOSVP
               REPLACING ==CPY-PLACA== BY ==W-PLACABLQ==.
       FIM-ROT-TEMPO.
