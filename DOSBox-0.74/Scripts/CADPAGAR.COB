       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPAGAR.
      **************************************
      *  CONTAS A PAGAR: LANCAMENTO MANUAL *
      *  E PAGAMENTO (PAGAR.DAT)           *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR DIGITA A ORIGEM E A CHAVE DE ORIGEM DA CONTA (AS
      * MESMAS DO RELPAGAR) E A TELA MOSTRA CREDOR, DOCUMENTO,
      * VENCIMENTO, VALOR E SITUACAO. ORIGEM MANL E A CONTA LANCADA A
      * MAO: FORNECEDOR ATIVO DO FORNEC.DAT (F4 PESQUISA PELO NOME) E
      * NUMERO DO DOCUMENTO FORMAM A CHAVE; NAO ACHADA, A CONTA E
      * INCLUIDA (PLACA OPCIONAL, DESCRICAO, VENCIMENTO E VALOR) E,
      * ENQUANTO EM ABERTO, PODE SER EXCLUIDA (F3). AS DEMAIS ORIGENS
      * SO ENTRAM PELO PAGCARGA.
      * CONTA EM ABERTO: F2 PAGA, PELO CAIXA (DINHEIRO DA GAVETA - SO
      * COM A SESSAO DO DIA DO OPERADOR ABERTA NO CADCAIXA, ONDE O
      * VALOR ENTRA COMO SAIDA VIA CXASAI, E SO COM DATA DE HOJE) OU
      * POR UMA CONTA DO BANCO.DAT (CADBANCO). MULTA PAGA AQUI FICA
      * COM MUL-PAGA = "S" EM MULTA.DAT E DESPESA DE EVENTO FICA COM
      * A DATA DO PAGAMENTO EM DESPEVE.DAT. O IPVA CONTINUA LANCADO
      * NO CADIPVA E A PARCELA DE FINANCIAMENTO NO CADFINPG (QUE
      * CUIDAM DA GUIA, DA QUITACAO E DO GRAVAME); O PAGCARGA TRAZ A
      * BAIXA DE LA. TODA INCLUSAO, PAGAMENTO E EXCLUSAO VAI PARA O
      * AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPAGS.
           COPY CPYFORS.
           COPY CPYBCOS.
           COPY CPYMLTS.
           COPY CPYDSPS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPAGR.
           COPY CPYFORR.
           COPY CPYBCOR.
           COPY CPYMLTR.
           COPY CPYDSPR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-BCO       PIC X(02) VALUE "00".
       77 ST-MUL       PIC X(02) VALUE "00".
       77 ST-DSP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE8      PIC 9(08) VALUE ZEROS.
       77 W-BCODISP    PIC X(01) VALUE "N".
       77 W-CXAOK      PIC X(01) VALUE "N".
       77 W-PAGCNT     PIC 9(04) VALUE ZEROS.
       77 W-ORIGEM     PIC X(04) VALUE SPACES.
       77 W-ORIGCHV    PIC X(30) VALUE SPACES.
       77 W-CODFOR     PIC 9(14) VALUE ZEROS.
       77 W-DOCTO      PIC X(12) VALUE SPACES.
       77 W-FORNOME    PIC X(30) VALUE SPACES.
       77 W-DATAPAG    PIC 9(08) VALUE ZEROS.
       77 W-FORMA      PIC X(01) VALUE SPACES.
       77 W-BANCO      PIC 9(02) VALUE ZEROS.
       77 W-VAL-ED     PIC ZZ.ZZZ.ZZ9,99.
      *        CHAVE DA CONTA MANUAL: FORNECEDOR + DOCUMENTO
       01 W-CHMANL.
            03 W-CHMANL-FOR  PIC 9(14).
            03 W-CHMANL-DOC  PIC X(12).
            03 FILLER        PIC X(04) VALUE SPACES.
      *        DATA DIGITADA NA TELA (DDMMAAAA)
       01 W-DATDIG.
            03 W-DATDIG-DIA  PIC 9(02).
            03 W-DATDIG-MES  PIC 9(02).
            03 W-DATDIG-ANO  PIC 9(04).
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
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYFORW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==PAGAR==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO PAGAR SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO PAGAR.DAT"==
                   ==ST-ERRO== BY ==ST-PAG==.
       INC-OP1.
                OPEN INPUT FORNEC
                IF ST-FOR NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FORNEC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PAGAR
                   GO TO ROT-FIM.
                MOVE "N" TO W-BCODISP
                OPEN INPUT BANCO
                IF ST-BCO = "00"
                   MOVE "S" TO W-BCODISP.
                PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-DATAUD TO W-HOJE8
                MOVE SPACES TO W-ORIGEM W-ORIGCHV
                MOVE 0 TO W-SEL
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15)
                   "CONTAS A PAGAR - LANCAMENTO E PAGAMENTO"
                DISPLAY (03, 01)
                   "ORIGENS: MULT IPVA SEGU OSRV DESP FINP MANL=MANUAL"
                DISPLAY (05, 01) "ORIGEM          : "
                DISPLAY (06, 01) "CHAVE DE ORIGEM : "
                DISPLAY (07, 01) "FORNECEDOR      : "
                DISPLAY (08, 01) "DOCUMENTO       : "
                DISPLAY (09, 01) "PLACA           : "
                DISPLAY (10, 01) "DESCRICAO       : "
                DISPLAY (11, 01) "VENCIMENTO      : "
                DISPLAY (12, 01) "VALOR           : "
                DISPLAY (13, 01) "SITUACAO        : ".
       INC-002.
                ACCEPT (05, 19) W-ORIGEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-ORIGEM = "MANL"
                   DISPLAY (16, 01)
                      "F4 NO FORNECEDOR=PESQUISAR PELO NOME"
                   GO TO MAN-001.
                IF W-ORIGEM NOT = "MULT" AND W-ORIGEM NOT = "IPVA"
                   AND W-ORIGEM NOT = "SEGU" AND W-ORIGEM NOT = "OSRV"
                   AND W-ORIGEM NOT = "DESP" AND W-ORIGEM NOT = "FINP"
                   MOVE "*** ORIGEM INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (06, 19) W-ORIGCHV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF W-ORIGCHV = SPACES
                   MOVE "*** CHAVE DE ORIGEM E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-ORIGEM  TO PAG-ORIGEM
                MOVE W-ORIGCHV TO PAG-ORIGCHV
                READ PAGAR
                IF ST-PAG = "23"
                   MOVE "*** CONTA NAO ENCONTRADA - RODE O PAGCARGA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF ST-PAG NOT = "00"
                   MOVE "ERRO NA LEITURA DO PAGAR.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                PERFORM PAG-MOSTRA THRU PAG-MOSTRA-FIM
                GO TO ACE-001.
      *
      *****************************************
      * CONTA MANUAL: FORNECEDOR + DOCUMENTO  *
      *****************************************
      *
       MAN-001.
                ACCEPT (07, 19) W-CODFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF W-ACT = TEC-F4
                   GO TO FPQ-001.
       MAN-001X.
                IF W-CODFOR = ZEROS
                   MOVE "*** FORNECEDOR E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-001.
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                IF W-FOROK = "N"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-001.
                MOVE FOR-FANTASIA TO W-FORNOME.
       MAN-002.
                ACCEPT (08, 19) W-DOCTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO MAN-001.
                IF W-DOCTO = SPACES
                   MOVE "*** DOCUMENTO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-002.
                MOVE W-CODFOR TO W-CHMANL-FOR
                MOVE W-DOCTO  TO W-CHMANL-DOC
                MOVE W-CHMANL TO W-ORIGCHV
                DISPLAY (06, 19) W-ORIGCHV
                MOVE "MANL"   TO PAG-ORIGEM
                MOVE W-ORIGCHV TO PAG-ORIGCHV
                READ PAGAR
                IF ST-PAG = "00"
                   MOVE 1 TO W-SEL
                   PERFORM PAG-MOSTRA THRU PAG-MOSTRA-FIM
                   GO TO ACE-001.
                IF ST-PAG NOT = "23"
                   MOVE "ERRO NA LEITURA DO PAGAR.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
      *        NOVA CONTA MANUAL
                IF W-FOROK = "I"
                   MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-001.
                MOVE SPACES TO REGPAG
                MOVE ZEROS  TO PAG-VENCTO PAG-VALOR PAG-DATAPAG
                               PAG-BANCO PAG-CONTAB PAG-CONCIL
                MOVE "MANL"    TO PAG-ORIGEM
                MOVE W-ORIGCHV TO PAG-ORIGCHV
                MOVE W-CODFOR  TO PAG-CODFOR
                MOVE W-FORNOME TO PAG-FORNEC
                MOVE W-DOCTO   TO PAG-DOCTO
                MOVE "A"       TO PAG-SITUACAO
                MOVE W-HOJE8   TO PAG-DATAINC
                DISPLAY (13, 19) "NOVA CONTA       ".
       MAN-003.
                ACCEPT (09, 19) PAG-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO MAN-002.
       MAN-004.
                ACCEPT (10, 19) PAG-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO MAN-003.
                IF PAG-DESC = SPACES
                   MOVE "*** DESCRICAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-004.
       MAN-005.
                DISPLAY (11, 19) "__/__/____"
                MOVE ZEROS TO W-DATDIG
                ACCEPT (11, 19) W-DATDIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO MAN-004.
                PERFORM DAT-CONV THRU DAT-CONV-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** VENCIMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-005.
                MOVE W-DATAX8 TO PAG-VENCTO
                DISPLAY (11, 19) W-DATAED.
       INC-005.
                ACCEPT (12, 19) PAG-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO MAN-005.
                IF PAG-VALOR = ZEROS
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE PAG-VALOR TO W-VAL-ED
                DISPLAY (12, 19) W-VAL-ED.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERADOR TO PAG-OPER
                WRITE REGPAG
                IF ST-PAG = "00" OR "02"
                      MOVE "PAGAR"      TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE PAG-CHAVE    TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      ADD 1 TO W-INCCNT
                      MOVE "*** CONTA LANCADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO PAGAR.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * CONTA ACHADA: PAGAR OU EXCLUIR        *
      *****************************************
      *
       ACE-001.
                IF PAG-SITUACAO = "P"
                   MOVE "*** CONTA JA PAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF PAG-SITUACAO = "C"
                   MOVE "*** CONTA CANCELADA NA ORIGEM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       ACE-002.
                DISPLAY (23, 12)
                     "F2=PAGAR   F3=EXCLUIR (SO MANUAL)   ESC=VOLTAR"
                ACCEPT (23, 62) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3
                   GO TO ACE-002.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (23, 62) "  "
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO PAG-001.
                IF PAG-ORIGEM NOT = "MANL"
                   MOVE "** SO A CONTA MANUAL PODE SER EXCLUIDA **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-002.
                PERFORM OPR-CONF THRU OPR-CONF-FIM.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE PAGAR RECORD
                IF ST-PAG = "00"
                   MOVE "PAGAR"      TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE PAG-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ADD 1 TO W-EXCCNT
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * PAGAMENTO: DATA, FORMA E CONTA        *
      *****************************************
      *
       PAG-001.
                IF PAG-ORIGEM = "IPVA"
                   MOVE "** IPVA: LANCE A GUIA PAGA NO CADIPVA **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-002.
                IF PAG-ORIGEM = "FINP"
                   MOVE "** PARCELA: DE A BAIXA NO CADFINPG **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-002.
                DISPLAY (15, 01) "DATA DO PAGTO   : "
                DISPLAY (16, 01) "FORMA (C/B)     : "
                DISPLAY (16, 22) "C=CAIXA DA SESSAO  B=BANCO"
                DISPLAY (17, 01) "CONTA BANCARIA  : ".
       PAG-002.
                DISPLAY (15, 19) "__/__/____ (ZEROS=HOJE)"
                MOVE ZEROS TO W-DATDIG
                ACCEPT (15, 19) W-DATDIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO ACE-002.
                IF W-DATDIG = ZEROS
                   MOVE W-DATAUD-DIA TO W-DATDIG-DIA
                   MOVE W-DATAUD-MES TO W-DATDIG-MES
                   MOVE W-DATAUD-ANO TO W-DATDIG-ANO.
                PERFORM DAT-CONV THRU DAT-CONV-FIM
                IF DTV-OK NOT = "S"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-002.
                IF W-DATAX8 > W-HOJE8
                   MOVE "*** DATA DO PAGAMENTO NO FUTURO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-002.
                MOVE W-DATAX8 TO W-DATAPAG
                DISPLAY (15, 19) W-DATAED
                DISPLAY (15, 30) "             ".
       PAG-003.
                MOVE SPACES TO W-FORMA
                MOVE ZEROS  TO W-BANCO
                ACCEPT (16, 19) W-FORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO PAG-002.
                IF W-FORMA = "c"
                   MOVE "C" TO W-FORMA.
                IF W-FORMA = "b"
                   MOVE "B" TO W-FORMA.
                IF W-FORMA NOT = "C" AND W-FORMA NOT = "B"
                   MOVE "*** DIGITE C=CAIXA OU B=BANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-003.
                IF W-FORMA = "B"
                   GO TO PAG-004.
                IF W-DATAPAG NOT = W-HOJE8
                   MOVE "** PELO CAIXA, SO COM A DATA DE HOJE **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-002.
                GO TO PAG-OPC.
       PAG-004.
                IF W-BCODISP NOT = "S"
                   MOVE "** SEM CONTAS BANCARIAS - VER O CADBANCO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-003.
                ACCEPT (17, 19) W-BANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO PAG-003.
                MOVE W-BANCO TO BCO-COD
                READ BANCO
                IF ST-BCO NOT = "00"
                   MOVE "*** CONTA BANCARIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-004.
                DISPLAY (17, 22) BCO-NOME
                DISPLAY (17, 43) BCO-CONTA.
       PAG-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA O PAGAMENTO (S/N) : ".
                ACCEPT (23, 69) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO PAG-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONTA NAO PAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-OPC.
      *        PELO CAIXA: O DINHEIRO SAI DA SESSAO ABERTA DO OPERADOR
       PAG-WR1.
                IF W-FORMA = "C"
                   MOVE "N" TO W-CXAOK
                   CALL "CXASAI" USING W-OPERADOR PAG-VALOR W-CXAOK
                   IF W-CXAOK NOT = "S"
                      MOVE "** SEM SESSAO DE CAIXA ABERTA (CADCAIXA) **"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO PAG-003.
                MOVE "P"        TO PAG-SITUACAO
                MOVE W-DATAPAG  TO PAG-DATAPAG
                MOVE W-FORMA    TO PAG-FORMA
                MOVE W-BANCO    TO PAG-BANCO
                MOVE W-OPERADOR TO PAG-OPER
                REWRITE REGPAG
                IF ST-PAG NOT = "00" AND ST-PAG NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO PAGAR.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                MOVE "PAGAR"      TO AUD-ARQ
                MOVE "PAGAMENTO"  TO AUD-ACAO
                MOVE PAG-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-PAGCNT
                IF PAG-ORIGEM = "MULT"
                   PERFORM PAG-MULTA THRU PAG-MULTA-FIM.
                IF PAG-ORIGEM = "DESP"
                   PERFORM PAG-DESPESA THRU PAG-DESPESA-FIM.
                MOVE "*** CONTA PAGA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * REFLEXO DO PAGAMENTO NA ORIGEM        *
      *****************************************
      *
       PAG-MULTA.
                OPEN I-O MULTA
                IF ST-MUL NOT = "00"
                   MOVE "** SEM MULTA.DAT - BAIXE NO CADMULT **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-MULTA-FIM.
                MOVE PAG-ORIGCHV (1:17) TO MUL-CHAVE
                READ MULTA
                IF ST-MUL NOT = "00"
                   MOVE "** MULTA NAO ACHADA EM MULTA.DAT **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE MULTA
                   GO TO PAG-MULTA-FIM.
                MOVE "S" TO MUL-PAGA
                REWRITE REGMUL
                IF ST-MUL = "00" OR ST-MUL = "02"
                   MOVE "MULTA"      TO AUD-ARQ
                   MOVE "BAIXA"      TO AUD-ACAO
                   MOVE MUL-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
                CLOSE MULTA.
       PAG-MULTA-FIM.
                EXIT.
      *
       PAG-DESPESA.
                OPEN I-O DESPEVE
                IF ST-DSP NOT = "00"
                   MOVE "** SEM DESPEVE.DAT - VER O CADDESPE **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-DESPESA-FIM.
                MOVE PAG-ORIGCHV (1:7) TO DSP-CHAVE
                READ DESPEVE
                IF ST-DSP NOT = "00"
                   MOVE "** DESPESA NAO ACHADA EM DESPEVE.DAT **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE DESPEVE
                   GO TO PAG-DESPESA-FIM.
                MOVE W-DATAPAG TO DSP-DATAPAG
                REWRITE REGDSP
                IF ST-DSP = "00" OR ST-DSP = "02"
                   MOVE "DESPEVE"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE DSP-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
                CLOSE DESPEVE.
       PAG-DESPESA-FIM.
                EXIT.
      *
      *****************************************
      * CONTA NA TELA                         *
      *****************************************
      *
       PAG-MOSTRA.
                DISPLAY (06, 19) PAG-ORIGCHV
                DISPLAY (07, 19) PAG-CODFOR
                DISPLAY (07, 35) PAG-FORNEC
                DISPLAY (08, 19) PAG-DOCTO
                DISPLAY (09, 19) PAG-PLACA
                DISPLAY (10, 19) PAG-DESC
                MOVE PAG-VENCTO TO W-DATAX8
                PERFORM DAT-EDITA THRU DAT-EDITA-FIM
                DISPLAY (11, 19) W-DATAED
                MOVE PAG-VALOR TO W-VAL-ED
                DISPLAY (12, 19) W-VAL-ED
                IF PAG-SITUACAO = "A"
                   IF PAG-VENCTO < W-HOJE8
                      DISPLAY (13, 19) "EM ABERTO - VENCIDA"
                   ELSE
                      DISPLAY (13, 19) "EM ABERTO".
                IF PAG-SITUACAO = "C"
                   DISPLAY (13, 19) "CANCELADA".
                IF PAG-SITUACAO = "P"
                   MOVE PAG-DATAPAG TO W-DATAX8
                   PERFORM DAT-EDITA THRU DAT-EDITA-FIM
                   DISPLAY (13, 19) "PAGA EM"
                   DISPLAY (13, 27) W-DATAED
                   IF PAG-FORMA = "C"
                      DISPLAY (13, 38) "NO CAIXA"
                   ELSE
                      IF PAG-FORMA = "B"
                         DISPLAY (13, 38) "NO BANCO"
                         DISPLAY (13, 47) PAG-BANCO
                      ELSE
                         DISPLAY (13, 38) "NA ORIGEM".
       PAG-MOSTRA-FIM.
                EXIT.
      *
      *****************************************
      * DATA DIGITADA (DDMMAAAA) -> W-DATAX8  *
      * (AAAAMMDD) E W-DATAED (DD/MM/AAAA)    *
      *****************************************
      *
       DAT-CONV.
                MOVE W-DATDIG-DIA TO DTV-DIA
                MOVE W-DATDIG-MES TO DTV-MES
                MOVE W-DATDIG-ANO TO DTV-ANO
                PERFORM DTV-001 THRU DTV-001-FIM
                IF DTV-OK NOT = "S"
                   GO TO DAT-CONV-FIM.
                MOVE W-DATDIG-ANO TO W-DATAX-ANO
                MOVE W-DATDIG-MES TO W-DATAX-MES
                MOVE W-DATDIG-DIA TO W-DATAX-DIA
                PERFORM DAT-EDITA THRU DAT-EDITA-FIM.
       DAT-CONV-FIM.
                EXIT.
      *
       DAT-EDITA.
                MOVE W-DATAX-DIA TO W-DATAED-DIA
                MOVE W-DATAX-MES TO W-DATAED-MES
                MOVE W-DATAX-ANO TO W-DATAED-ANO.
       DAT-EDITA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE PAGAR FORNEC AUDITORIA
                IF W-BCODISP = "S"
                   CLOSE BANCO.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - CONTAS A PAGAR"
                DISPLAY "INCLUSOES..............: " W-INCCNT
                DISPLAY "PAGAMENTOS.............: " W-PAGCNT
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
      *
      *****************************************
      * ESCOLHA DO FORNECEDOR (FORNEC.DAT)    *
      *****************************************
      *
           COPY CPYFORP
               REPLACING ==CPY-CODCAMPO== BY ==W-CODFOR==
                         ==CPY-LIN== BY ==07==
                         ==CPY-COL== BY ==19==
                         ==CPY-NOMECOL== BY ==35==
                         ==CPY-VOLTA== BY ==MAN-001==
                         ==CPY-APOS== BY ==MAN-001X==.
       FIM-ROT-TEMPO.
