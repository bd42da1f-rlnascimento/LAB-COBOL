       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAVARI.
      **************************************
      *  REGISTRO DE AVARIAS DOS VEICULOS  *
      *  (AVARIA.DAT)                      *
      **************************************
      *----------------------------------------------------------------
      * AS AVARIAS ANOTADAS NAS VISTORIAS DE SAIDA E RETORNO (VISALOC,
      * CHAMADO NO CADALOC) SAO CONSULTADAS AQUI PELA PLACA E PELA
      * SEQUENCIA DO VEICULO; SEQUENCIA ZERO ANOTA UMA AVARIA AVULSA
      * (ACHADA NO PATIO, RELATADA PELO MOTORISTA...), COM O CPF DO
      * RESPONSAVEL QUANDO HOUVER. NA CONSULTA: F2 ALTERA (E MARCA A
      * AVARIA COMO CONSERTADA), F3 EXCLUI (SO SEM SINISTRO NEM OS),
      * F4 ABRE O SINISTRO DELA EM SINISTRO.DAT CONTRA UMA APOLICE DO
      * VEICULO (SEGURO.DAT) E F5 ABRE A ORDEM DE SERVICO DE FUNILARIA
      * EM ORDSERV.DAT - SE O VEICULO JA TEM OS EM ABERTO, A AVARIA E
      * VINCULADA A ELA. O SINISTRO E A OS FICAM ANOTADOS NA AVARIA.
      * HISTORICO POR VEICULO E CONTAGEM POR MOTORISTA NO RELAVARI.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAVRS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYMTRS.
           COPY CPYSINS.
           COPY CPYSGS.
           COPY CPYOSVS.
           COPY CPYFORS.
           COPY CPYCTLS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYAVRR.
           COPY CPYVEIR.
           COPY CPYMTRR.
           COPY CPYSINR.
           COPY CPYSGR.
           COPY CPYOSVR.
           COPY CPYFORR.
           COPY CPYCTLR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-AVR       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-MTR       PIC X(02) VALUE "00".
       77 ST-SIN       PIC X(02) VALUE "00".
       77 ST-SEG       PIC X(02) VALUE "00".
       77 ST-CTL       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *        ARQUIVOS OPCIONAIS: SEM SEGURO.DAT NAO HA F4, SEM
      *        FORNEC.DAT NAO HA F5, SEM MOTORIST.DAT O CPF NAO E
      *        CONFERIDO
       77 W-MTRDISP    PIC X(01) VALUE "N".
       77 W-SEGDISP    PIC X(01) VALUE "N".
       77 W-FORDISP    PIC X(01) VALUE "N".
       77 W-QTDAVR     PIC 9(04) VALUE ZEROS.
       77 W-ULTSEQ     PIC 9(04) VALUE ZEROS.
       77 W-AREA       PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-COL        PIC 9(02) VALUE ZEROS.
       77 W-CNT-ED     PIC ZZZ9.
       77 W-REGSALVA   PIC X(124) VALUE SPACES.
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
           COPY CPYMASC.
           COPY CPYAVRW.
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
               REPLACING ==CPY-ARQ== BY ==AVARIA==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO AVARIA SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO AVARIA.DAT"==
                   ==ST-ERRO== BY ==ST-AVR==.
       INC-OP1.
                OPEN INPUT CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE AVARIA
                   GO TO ROT-FIM.
       INC-OP2.
                OPEN I-O SINISTRO
                IF ST-SIN NOT = "00"
                   IF ST-SIN = "30"
                      OPEN OUTPUT SINISTRO
                      CLOSE SINISTRO
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO SINISTRO.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE AVARIA CADVEIC
                      GO TO ROT-FIM.
       INC-OP3.
                OPEN I-O ORDSERV
                IF ST-OSV NOT = "00"
                   IF ST-OSV = "30"
                      OPEN OUTPUT ORDSERV
                      CLOSE ORDSERV
                      GO TO INC-OP3
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ORDSERV.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE AVARIA CADVEIC SINISTRO
                      GO TO ROT-FIM.
                MOVE "S" TO W-OSVDISP
                OPEN INPUT MOTORIST
                IF ST-MTR = "00"
                   MOVE "S" TO W-MTRDISP.
                OPEN INPUT SEGURO
                IF ST-SEG = "00"
                   MOVE "S" TO W-SEGDISP.
                OPEN INPUT FORNEC
                IF ST-FOR = "00"
                   MOVE "S" TO W-FORDISP.
                PERFORM CTL-ABRE THRU CTL-ABRE-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO REGAVR
                MOVE ZEROS  TO AVR-SEQ AVR-AREA AVR-DATA AVR-ALODATA
                               AVR-ALOHORA AVR-CPF AVR-SINDATA
                               AVR-OSNUM
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "REGISTRO DE AVARIAS DOS VEICULOS"
                DISPLAY (04, 01) "PLACA           : "
                DISPLAY (05, 01) "SEQUENCIA       : "
                DISPLAY (05, 30) "(0=NOVA AVARIA AVULSA)"
                DISPLAY (06, 01) "AREA            : "
                DISPLAY (07, 01) "DESCRICAO       : "
                DISPLAY (08, 01) "ANOTADA EM      : "
                DISPLAY (09, 01) "RESPONSAVEL     : "
                DISPLAY (10, 01) "SITUACAO        : "
                DISPLAY (10, 30) "(A=NO VEICULO C=CONSERTADA)"
                DISPLAY (11, 01) "SINISTRO        : "
                DISPLAY (12, 01) "ORDEM DE SERVICO: "
                PERFORM AVR-LEGENDA THRU AVR-LEGENDA-FIM.
       INC-002.
                ACCEPT (04, 18) AVR-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF AVR-PLACA = SPACES
                   MOVE "*** PLACA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE AVR-PLACA TO PLACA
                READ CADVEIC
                IF ST-ERRO NOT = "00"
                   MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 30) PROPRIETARIO
                PERFORM AVR-CONTA THRU AVR-CONTA-FIM
                MOVE W-QTDAVR TO W-CNT-ED
                DISPLAY (05, 55) "AVARIAS:"
                DISPLAY (05, 64) W-CNT-ED.
       INC-003.
                ACCEPT (05, 18) AVR-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF AVR-SEQ NOT = ZEROS
                   GO TO LER-AVR01.
      *        AVARIA AVULSA: PROXIMA SEQUENCIA DO VEICULO
                COMPUTE AVR-SEQ = W-ULTSEQ + 1
                DISPLAY (05, 18) AVR-SEQ
                MOVE "A"      TO AVR-MOMENTO AVR-SITUACAO
                MOVE W-HOJE8  TO AVR-DATA
                MOVE ZEROS    TO W-SEL
                PERFORM AVR-MOSTRA THRU AVR-MOSTRA-FIM
                GO TO INC-004.
       LER-AVR01.
                MOVE 0 TO W-SEL
                READ AVARIA
                IF ST-AVR NOT = "23"
                   IF ST-AVR = "00"
                      PERFORM AVR-MOSTRA THRU AVR-MOSTRA-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO AVARIA.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC.
                MOVE "*** AVARIA NAO CADASTRADA - 0 PARA NOVA ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-003.
       INC-004.
                ACCEPT (06, 18) AVR-AREA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   IF W-SEL = 1
                      GO TO LER-AVR01
                   ELSE
                      GO TO INC-003.
                IF AVR-AREA < 1 OR AVR-AREA > 16
                   MOVE "*** AREA DE 01 A 16 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (06, 22) AVR-AREADESC (AVR-AREA).
       INC-004A.
                ACCEPT (07, 18) AVR-DESC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF AVR-DESC = SPACES
                   MOVE "*** DESCREVA A AVARIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
      *        O RESPONSAVEL DA AVARIA DE VISTORIA VEM DA ALOCACAO E
      *        NAO E TROCADO AQUI
                IF AVR-MOMENTO NOT = "A"
                   GO TO INC-005.
       INC-004B.
                ACCEPT (09, 18) AVR-CPF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
                DISPLAY (09, 30) LIMPA
                IF AVR-CPF = ZEROS OR W-MTRDISP NOT = "S"
                   GO TO INC-005.
                MOVE AVR-CPF TO MTR-CPF
                READ MOTORIST
                IF ST-MTR NOT = "00"
                   MOVE "*** CPF FORA DO CADASTRO DE MOTORISTAS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
                DISPLAY (09, 30) MTR-NOME.
       INC-005.
                ACCEPT (10, 18) AVR-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   IF AVR-MOMENTO = "A"
                      GO TO INC-004B
                   ELSE
                      GO TO INC-004A.
                IF AVR-SITUACAO = "a"
                   MOVE "A" TO AVR-SITUACAO.
                IF AVR-SITUACAO = "c"
                   MOVE "C" TO AVR-SITUACAO.
                IF AVR-SITUACAO NOT = "A" AND AVR-SITUACAO NOT = "C"
                   MOVE "*** SITUACAO: A OU C ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.
      *        ESC NAS CONFIRMACOES VOLTA PARA A SITUACAO
       INC-005X.
                GO TO INC-005.

           COPY CPYCONF
               REPLACING ==INC-005== BY ==INC-005X==.
       INC-WR1.
                MOVE W-OPERADOR TO AVR-OPERADOR
                WRITE REGAVR
                IF ST-AVR = "00" OR "02"
                      MOVE "AVARIA"     TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE AVR-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** AVARIA REGISTRADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO AVARIA.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                  "F1=NOVA F2=ALTERAR F3=EXCLUIR F4=SINISTRO F5=OS"
                ACCEPT (23, 65) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3 AND W-ACT NOT = TEC-F4
                   AND W-ACT NOT = TEC-F5
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO INC-004.
                IF W-ACT = TEC-F4
                   GO TO SNT-001.
                IF W-ACT = TEC-F5
                   GO TO ORS-001.
      *        COM SINISTRO OU OS A AVARIA E HISTORICO - NAO SAI
                IF AVR-SINAPOL NOT = SPACES OR AVR-OSNUM NOT = ZEROS
                   MOVE "** AVARIA COM SINISTRO/OS - NAO EXCLUI **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE AVARIA RECORD
                IF ST-AVR = "00"
                   MOVE "AVARIA"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE AVR-CHAVE    TO AUD-CHAVE
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
                REWRITE REGAVR
                IF ST-AVR = "00" OR "02"
                   MOVE "AVARIA"     TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE AVR-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO AVARIA.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * F4 - ABRE O SINISTRO DA AVARIA        *
      *****************************************
      *
       SNT-001.
                IF W-SEGDISP NOT = "S"
                   MOVE "*** SEGURO.DAT INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF AVR-SINAPOL NOT = SPACES
                   MOVE "*** AVARIA JA TEM SINISTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPACES TO REGSIN
                MOVE AVR-PLACA TO SIN-PLACA
                MOVE AVR-DATA  TO SIN-DATA
                MOVE ZEROS     TO SIN-RECLAMADO SIN-RECEBIDO
                DISPLAY (11, 18) "APOLICE:"
                DISPLAY (13, 01) "DATA DO SINISTRO: "
                DISPLAY (13, 32) "VALOR RECLAMADO: ".
       SNT-002.
                ACCEPT (11, 27) SIN-APOLICE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO LER-AVR01.
                MOVE SIN-PLACA   TO SEG-PLACA
                MOVE SIN-APOLICE TO SEG-APOLICE
                READ SEGURO
                IF ST-SEG NOT = "00"
                   MOVE "*** APOLICE NAO CADASTRADA PARA A PLACA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SNT-002.
                DISPLAY (11, 40) SEG-SEGURADORA.
       SNT-003.
                ACCEPT (13, 19) SIN-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO SNT-002.
                IF SIN-DATA = ZEROS
                   MOVE "*** DATA DO SINISTRO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SNT-003.
       SNT-004.
                ACCEPT (13, 49) SIN-RECLAMADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO SNT-003.
       SNT-OPC.
                DISPLAY (23, 40) "ABRIR SINISTRO (S/N) : ".
                ACCEPT (23, 63) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO SNT-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SINISTRO NAO ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-AVR01.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SNT-OPC.
                MOVE AVR-DESC TO SIN-DESC
                MOVE "A"      TO SIN-STATUS
                WRITE REGSIN
                IF ST-SIN NOT = "00" AND ST-SIN NOT = "02"
                   MOVE "** JA HA SINISTRO DA APOLICE NESSA DATA **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SNT-003.
                MOVE "SINISTRO"   TO AUD-ARQ
                MOVE "INCLUSAO"   TO AUD-ACAO
                MOVE SIN-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE SIN-APOLICE TO AVR-SINAPOL
                MOVE SIN-DATA    TO AVR-SINDATA
                MOVE "SINISTRO"  TO AUD-ACAO
                GO TO AVR-VINCULA.
      *
      *****************************************
      * F5 - ABRE A OS DE FUNILARIA DA AVARIA *
      *****************************************
      *
       ORS-001.
                IF AVR-OSNUM NOT = ZEROS
                   MOVE "*** AVARIA JA TEM ORDEM DE SERVICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
      *        VEICULO JA NA OFICINA: A AVARIA ENTRA NA OS ABERTA (A
      *        VARREDURA USA A AREA DO ORDSERV, A AVARIA NAO MUDA)
                PERFORM OSV-BLOQ THRU OSV-BLOQ-FIM
                IF W-OSVBLOQ = "S"
                   MOVE W-OSVNUM TO AVR-OSNUM
                   MOVE "OS"     TO AUD-ACAO
                   GO TO AVR-VINCULA.
                IF W-FORDISP NOT = "S"
                   MOVE "*** FORNEC.DAT INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPACES TO REGOSV
                MOVE ZEROS  TO OSV-CODFOR OSV-ODOMETRO OSV-DATAABE
                               OSV-ORCVALOR OSV-ORCPRAZO OSV-DATAORC
                               OSV-DATAAPR OSV-VALORNF OSV-DATAFEC
                               OSV-MNTSEQ
                PERFORM CTL-RELE THRU CTL-RELE-FIM
                MOVE CTL-PROX  TO OSV-NUMERO
                MOVE AVR-PLACA TO OSV-PLACA
                MOVE "F"       TO OSV-TIPO
                MOVE AVR-DESC  TO OSV-PROBLEMA
                DISPLAY (12, 18) OSV-NUMERO
                DISPLAY (12, 26) "FUNILARIA"
                DISPLAY (13, 01) "OFICINA         : "
                DISPLAY (12, 40) "ODOMETRO (KM): ".
       ORS-002.
                ACCEPT (13, 18) OSV-CODFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO LER-AVR01.
                IF W-ACT = TEC-F4
                   GO TO FPQ-001.
       ORS-002A.
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                IF W-FOROK = "N"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORS-002.
                IF W-FOROK = "I"
                   MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORS-002.
                IF FOR-TIPO NOT = "O" AND FOR-TIPO NOT = "G"
                   MOVE "*** FORNECEDOR NAO E OFICINA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORS-002.
       ORS-003.
                ACCEPT (12, 55) OSV-ODOMETRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO ORS-002.
       ORS-OPC.
                DISPLAY (23, 40) "ABRIR A OS     (S/N) : ".
                ACCEPT (23, 63) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO ORS-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** OS NAO ABERTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-AVR01.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORS-OPC.
                MOVE "A"        TO OSV-SITUACAO
                MOVE W-HOJE8    TO OSV-DATAABE
                MOVE W-OPERADOR TO OSV-OPERABE
                WRITE REGOSV
                IF ST-OSV NOT = "00" AND ST-OSV NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ORDSERV.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-AVR01.
                PERFORM CTL-AVANCA THRU CTL-AVANCA-FIM
                MOVE "ORDSERV"    TO AUD-ARQ
                MOVE "ABERTURA"   TO AUD-ACAO
                MOVE OSV-NUMERO   TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE OSV-NUMERO TO AVR-OSNUM
                MOVE "OS"       TO AUD-ACAO.
      *
      *        ANOTA O SINISTRO OU A OS NA AVARIA (AUD-ACAO JA VEM
      *        PREENCHIDA)
       AVR-VINCULA.
                MOVE W-OPERADOR TO AVR-OPERADOR
                REWRITE REGAVR
                IF ST-AVR NOT = "00" AND ST-AVR NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO AVARIA.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                MOVE "AVARIA"     TO AUD-ARQ
                MOVE AVR-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-ALTCNT
                MOVE SPACES TO MENS
                IF AUD-ACAO = "OS"
                   STRING "*** AVARIA NA OS " AVR-OSNUM " ***"
                          DELIMITED BY SIZE INTO MENS
                ELSE
                   MOVE "*** SINISTRO ABERTO PARA A AVARIA ***"
                        TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * EXIBICAO DA AVARIA CORRENTE           *
      *****************************************
      *
       AVR-MOSTRA.
                DISPLAY (06, 18) AVR-AREA
                DISPLAY (06, 22) LIMPA
                IF AVR-AREA > 0 AND AVR-AREA < 17
                   DISPLAY (06, 22) AVR-AREADESC (AVR-AREA).
                DISPLAY (07, 18) AVR-DESC
                MOVE AVR-DATA TO W-DATAX8
                MOVE W-DATAX-DIA TO W-DATAED-DIA
                MOVE W-DATAX-MES TO W-DATAED-MES
                MOVE W-DATAX-ANO TO W-DATAED-ANO
                DISPLAY (08, 18) W-DATAED
                IF AVR-MOMENTO = "S"
                   DISPLAY (08, 30) "NA VISTORIA DE SAIDA".
                IF AVR-MOMENTO = "R"
                   DISPLAY (08, 30) "NA VISTORIA DE RETORNO".
                IF AVR-MOMENTO = "A"
                   DISPLAY (08, 30) "AVULSA".
                DISPLAY (09, 18) AVR-CPF
                DISPLAY (09, 30) LIMPA
                IF AVR-CPF = ZEROS
                   DISPLAY (09, 30) "SEM RESPONSAVEL"
                ELSE
                   IF W-MTRDISP = "S"
                      MOVE AVR-CPF TO MTR-CPF
                      READ MOTORIST
                      IF ST-MTR = "00"
                         DISPLAY (09, 30) MTR-NOME.
                DISPLAY (10, 18) AVR-SITUACAO
                IF AVR-SINAPOL NOT = SPACES
                   DISPLAY (11, 18) AVR-SINAPOL
                   MOVE AVR-SINDATA TO W-DATAX8
                   MOVE W-DATAX-DIA TO W-DATAED-DIA
                   MOVE W-DATAX-MES TO W-DATAED-MES
                   MOVE W-DATAX-ANO TO W-DATAED-ANO
                   DISPLAY (11, 30) W-DATAED.
                IF AVR-OSNUM NOT = ZEROS
                   DISPLAY (12, 18) AVR-OSNUM.
       AVR-MOSTRA-FIM.
                EXIT.
      *
      *        LEGENDA DAS AREAS DA CARROCERIA (LINHAS 15 A 20)
       AVR-LEGENDA.
                MOVE 1 TO W-AREA.
       AVR-LEGENDA-LIN.
                IF W-AREA < 7
                   COMPUTE W-LIN = W-AREA + 14
                   MOVE 01 TO W-COL
                ELSE
                   IF W-AREA < 13
                      COMPUTE W-LIN = W-AREA + 8
                      MOVE 27 TO W-COL
                   ELSE
                      COMPUTE W-LIN = W-AREA + 2
                      MOVE 53 TO W-COL.
                DISPLAY (W-LIN, W-COL) W-AREA
                ADD 3 TO W-COL
                DISPLAY (W-LIN, W-COL) AVR-AREADESC (W-AREA)
                ADD 1 TO W-AREA
                IF W-AREA < 17
                   GO TO AVR-LEGENDA-LIN.
       AVR-LEGENDA-FIM.
                EXIT.
      *
      *        QUANTAS AVARIAS A PLACA TEM E A ULTIMA SEQUENCIA (A
      *        CHAVE DIGITADA E GUARDADA E DEVOLVIDA)
       AVR-CONTA.
                MOVE REGAVR TO W-REGSALVA
                MOVE ZEROS TO W-QTDAVR W-ULTSEQ
                MOVE ZEROS TO AVR-SEQ
                START AVARIA KEY IS NOT LESS THAN AVR-CHAVE
                IF ST-AVR NOT = "00"
                   GO TO AVR-CONTA-FIM.
       AVR-CONTA-LER.
                READ AVARIA NEXT RECORD
                IF ST-AVR NOT = "00"
                   GO TO AVR-CONTA-FIM.
                IF AVR-PLACA NOT = PLACA
                   GO TO AVR-CONTA-FIM.
                ADD 1 TO W-QTDAVR
                MOVE AVR-SEQ TO W-ULTSEQ
                GO TO AVR-CONTA-LER.
       AVR-CONTA-FIM.
                MOVE W-REGSALVA TO REGAVR
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
                      CLOSE AVARIA CADVEIC SINISTRO ORDSERV
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
                CLOSE AVARIA CADVEIC SINISTRO ORDSERV CONTROLE
                      AUDITORIA.
                IF W-MTRDISP = "S"
                   CLOSE MOTORIST.
                IF W-SEGDISP = "S"
                   CLOSE SEGURO.
                IF W-FORDISP = "S"
                   CLOSE FORNEC.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - AVARIAS"
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
      * OFICINA DA OS (FORNEC.DAT)            *
      *****************************************
      *
           COPY CPYFORP
               REPLACING ==CPY-CODCAMPO== BY ==OSV-CODFOR==
                         ==CPY-LIN== BY ==13==
                         ==CPY-COL== BY ==18==
                         ==CPY-NOMECOL== BY ==33==
                         ==CPY-VOLTA== BY ==ORS-002==
                         ==CPY-APOS== BY ==ORS-002A==.
      *
      *****************************************
      * VEICULO JA NA OFICINA (ORDSERV.DAT)   *
      *****************************************
      *
           COPY CPYOSVP
               REPLACING ==CPY-PLACA== BY ==AVR-PLACA==.
       FIM-ROT-TEMPO.
