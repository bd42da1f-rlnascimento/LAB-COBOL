       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRESP.
      **************************************
      *  CADASTRO DE RESPONSAVEL FINANCEIRO*
      *  (RESPONS.DAT)                     *
      **************************************
      *----------------------------------------------------------------
      * QUEM PAGA A MENSALIDADE, POR CPF (VALIDADO PELO MODULO 11 E
      * CONFERIDO/REGISTRADO NO CPFINDEX.DAT COMO NOS DEMAIS
      * CADASTROS): NOME, EMAIL, TELEFONE E ENDERECO - CEP ESCOLHIDO
      * DO CEP.DAT (F4 PESQUISA POR LOGRADOURO) COM NUMERO E
      * COMPLEMENTO EM ENDCOMPL.DAT. F5 VINCULA/DESVINCULA OS FILHOS:
      * GRAVA O CPF NO CPFRESP DO ALUNO. UM RESPONSAVEL PODE TER
      * VARIOS ALUNOS; BOLREM, COBRANCA, CARNE E RELINAD AGRUPAM POR
      * ELE. RESPONSAVEL COM ALUNO VINCULADO NAO PODE SER EXCLUIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRSPS.
           COPY CPYALUS.
           COPY CPYAUDS.
      *        CEP.DAT COM OS NOMES TROCADOS NO COPY PORQUE ALUNO.DAT
      *        JA TEM CHAVE2 E ST-ERRO - MESMO RECURSO DO P2017N01
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYCPXS.
           COPY CPYIDXS.
           COPY CPYENDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRSPR.
           COPY CPYALUR.
           COPY CPYAUDR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYCPXR.
           COPY CPYIDXR.
           COPY CPYENDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-RSP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-ARROBA     PIC 9(02) VALUE ZEROS.
       77 W-PONTO      PIC 9(02) VALUE ZEROS.
           COPY CPYCEPW.
           COPY CPYIDXW.
      *        NUMERO E COMPLEMENTO DA CASA (ENDCOMPL.DAT, POR CPF)
       77 ST-END       PIC X(02) VALUE "00".
       77 W-ENDDISP    PIC X(01) VALUE "N".
       77 W-ENDNUM     PIC X(06) VALUE SPACES.
       77 W-ENDCOMPL   PIC X(15) VALUE SPACES.
      *        FILHOS VINCULADOS (CPFRESP DO ALUNO)
       77 W-FILHOS     PIC 9(03) VALUE ZEROS.
       77 W-FILLIN     PIC 9(02) VALUE ZEROS.
       77 W-VINALU     PIC 9(05) VALUE ZEROS.
       77 W-VINACAO    PIC X(01) VALUE SPACES.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYCPXW.
           COPY CPYCONT.
           COPY CPYCPFW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==RESPONS==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO RESPONS SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO RESPONS.DAT"==
                   ==ST-ERRO== BY ==ST-RSP==.
       INC-OP1.
                OPEN I-O ALUNO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ALUNO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RESPONS
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           PERFORM CEP-ABRE THRU CEP-ABRE-FIM.
           PERFORM IDX-ABRE THRU IDX-ABRE-FIM.
           PERFORM END-ABREIO THRU END-ABREIO-FIM.
       INC-001.
                UNLOCK RESPONS
                UNLOCK ALUNO
                MOVE ZEROS  TO RSP-CPF RSP-CODCEP RSP-DDD RSP-NUMFONE
                MOVE ZEROS  TO W-CPF W-FILHOS
                MOVE SPACES TO RSP-NOME RSP-EMAIL W-ENDNUM W-ENDCOMPL
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE RESPONSAVEL FINANCEIRO"
                DISPLAY (04, 01) "CPF             : "
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "EMAIL           : "
                DISPLAY (07, 01) "TELEFONE        : "
                DISPLAY (08, 01) "CEP             : "
                DISPLAY (16, 01) "F4 NO CEP=PESQUISAR POR LOGRADOURO".
       INC-002.
                ACCEPT (04, 18) W-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-CPF = ZEROS
                   MOVE "*** CPF E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM CPF-001 THRU CPF-001-FIM
                IF W-CPFOK NOT = "S"
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-CPF TO RSP-CPF.
       LER-RSP01.
                MOVE 0 TO W-SEL
                READ RESPONS
                IF ST-RSP = "51" OR ST-RSP = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-RSP NOT = "23"
                   IF ST-RSP = "00"
                      DISPLAY (05, 18) RSP-NOME
                      DISPLAY (06, 18) RSP-EMAIL
                      DISPLAY (07, 18) RSP-DDD
                      MOVE RSP-NUMFONE TO MASC-FONE
                      DISPLAY (07, 22) MASC-FONE
                      DISPLAY (08, 18) RSP-CODCEP
                      PERFORM CEP-VAL THRU CEP-VAL-FIM
                      PERFORM END-CARREGA THRU END-CARREGA-FIM
                      DISPLAY (08, 30) "NR:"
                      DISPLAY (08, 34) W-ENDNUM
                      DISPLAY (08, 42) "COMPL:"
                      DISPLAY (08, 49) W-ENDCOMPL
                      PERFORM VIN-LISTA THRU VIN-LISTA-FIM
                      MOVE "*** RESPONSAVEL JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO RESPONS.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 18) RSP-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF RSP-NOME = SPACES
                   MOVE "*** NOME E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *        CONFERE NO INDICE COMPARTILHADO SE O CPF JA PERTENCE
      *        A OUTRO NOME (CPFINDEX.DAT)
                PERFORM IDX-CHECA THRU IDX-CHECA-FIM
                IF W-IDXOK NOT = "S"
                   MOVE "*** CPF RECUSADO PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *        EMAIL E OPCIONAL; PREENCHIDO, PRECISA TER FORMATO VALIDO
       INC-004.
                ACCEPT (06, 18) RSP-EMAIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF RSP-EMAIL NOT = SPACES
                   PERFORM EMA-001 THRU EMA-001-FIM.
       INC-004A.
                ACCEPT (07, 18) RSP-DDD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
       INC-004B.
                ACCEPT (07, 22) RSP-NUMFONE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004A.
                MOVE RSP-NUMFONE TO MASC-FONE
                DISPLAY (07, 22) MASC-FONE.
      *
      *        CEP E' OPCIONAL (ZEROS = SEM ENDERECO); PREENCHIDO,
      *        PRECISA EXISTIR EM CEP.DAT. F4 PESQUISA POR LOGRADOURO.
       INC-005.
                ACCEPT (08, 18) RSP-CODCEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004B.
                IF W-ACT = TEC-F4
                   GO TO CPQ-001.
                PERFORM CEP-VAL THRU CEP-VAL-FIM
                IF W-CEPOK NOT = "S"
                   MOVE "*** CEP NAO CADASTRADO EM CEP.DAT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
      *        NUMERO E COMPLEMENTO DA CASA, NO MESMO FLUXO DO CEP
       INC-005B.
                IF RSP-CODCEP = ZEROS OR W-ENDDISP NOT = "S"
                   GO TO INC-005C.
                PERFORM END-CARREGA THRU END-CARREGA-FIM
                DISPLAY (08, 30) "NR:"
                ACCEPT (08, 34) W-ENDNUM WITH UPDATE
                DISPLAY (08, 42) "COMPL:"
                ACCEPT (08, 49) W-ENDCOMPL WITH UPDATE.
       INC-005C.
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.

           COPY CPYCONF.
       INC-WR1.
                WRITE REGRSP
                IF ST-RSP = "00" OR "02"
                      PERFORM IDX-GRAVA THRU IDX-GRAVA-FIM
                      PERFORM END-GRAVA THRU END-GRAVA-FIM
                      MOVE "RESPONS"    TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE RSP-CPF      TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "RESPONS"    TO W-CPXARQ
                      MOVE RSP-CPF      TO W-CPXID
                      MOVE RSP-CODCEP   TO W-CPXCEP
                      CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                          W-CPXOK
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS - F5 VINCULA ALUNOS ***"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001.
                MOVE "ERRO NA GRAVACAO DO RESPONS.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                  "F1=NOVO  F2=ALTERAR  F3=EXCLUIR  F5=ALUNOS"
                ACCEPT (23, 62) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3 AND W-ACT NOT = TEC-F5
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO INC-003.
                IF W-ACT = TEC-F5
                   GO TO VIN-001.
      *        COM ALUNO VINCULADO, A EXCLUSAO DEIXARIA CPFRESP
      *        APONTANDO PARA O NADA - DESVINCULAR PRIMEIRO (F5)
                IF W-FILHOS > 0
                   MOVE "*** DESVINCULE OS ALUNOS ANTES (F5) ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE RESPONS RECORD
                IF ST-RSP = "00"
                   MOVE "RESPONS"    TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE RSP-CPF      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "RESPONS"    TO W-CPXARQ
                   MOVE RSP-CPF      TO W-CPXID
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
                REWRITE REGRSP
                IF ST-RSP = "00" OR "02"
                   PERFORM IDX-GRAVA THRU IDX-GRAVA-FIM
                   PERFORM END-GRAVA THRU END-GRAVA-FIM
                   MOVE "RESPONS"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE RSP-CPF      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "RESPONS"    TO W-CPXARQ
                   MOVE RSP-CPF      TO W-CPXID
                   MOVE RSP-CODCEP   TO W-CPXCEP
                   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                       W-CPXOK
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO RESPONS.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * VINCULO DOS ALUNOS AO RESPONSAVEL     *
      * (CPFRESP DO ALUNO.DAT)                *
      *****************************************
      * O OPERADOR DIGITA O CODIGO DO ALUNO: SE JA E DESTE
      * RESPONSAVEL, A CONFIRMACAO DESVINCULA; SE E DE OUTRO, MOSTRA
      * E PERGUNTA SE TROCA; SENAO VINCULA. CADA MUDANCA VAI PARA A
      * AUDITORIA COM O CODIGO DO ALUNO E A LISTA E REMONTADA.
       VIN-001.
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 01) "ALUNO (ESC=VOLTAR): "
                MOVE ZEROS TO W-VINALU
                ACCEPT (22, 21) W-VINALU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (22, 01) LIMPA
                   GO TO ACE-001.
                IF W-VINALU = ZEROS
                   GO TO VIN-001.
                MOVE W-VINALU TO CODALU
                READ ALUNO
                IF ST-ERRO = "51" OR ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-001.
                IF ST-ERRO NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-001.
                DISPLAY (22, 28) NOME
                IF CPFRESP = RSP-CPF
                   MOVE "D" TO W-VINACAO
                   DISPLAY (23, 12) "DESVINCULAR ESTE ALUNO (S/N) : "
                   GO TO VIN-002.
                MOVE "V" TO W-VINACAO
                IF CPFRESP NOT = ZEROS
                   DISPLAY (21, 01) "ALUNO JA VINCULADO AO CPF "
                   DISPLAY (21, 27) CPFRESP
                   DISPLAY (23, 12) "TROCAR DE RESPONSAVEL   (S/N) : "
                ELSE
                   DISPLAY (23, 12) "VINCULAR ESTE ALUNO     (S/N) : ".
       VIN-002.
                ACCEPT (23, 44) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   UNLOCK ALUNO
                   GO TO VIN-LIMPA.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO VIN-002.
                IF W-VINACAO = "D"
                   MOVE ZEROS   TO CPFRESP
                   MOVE "DESVINC" TO AUD-ACAO
                ELSE
                   MOVE RSP-CPF TO CPFRESP
                   MOVE "VINCULO" TO AUD-ACAO.
                REWRITE REGALU
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ALUNO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-LIMPA.
                MOVE "ALUNO"    TO AUD-ARQ
                MOVE SPACES     TO AUD-CHAVE
                STRING CODALU " " RSP-CPF DELIMITED BY SIZE
                       INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** VINCULO ATUALIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VIN-LIMPA.
                DISPLAY (21, 01) LIMPA
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 51) "          "
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                PERFORM VIN-LISTA THRU VIN-LISTA-FIM
                GO TO VIN-001.
      *
      *        LISTA OS ALUNOS DESTE RESPONSAVEL (VARREDURA DO
      *        ALUNO.DAT; CABEM 8 NA TELA, W-FILHOS CONTA TODOS)
       VIN-LISTA.
                MOVE ZEROS TO W-FILHOS
                MOVE 13 TO W-FILLIN.
       VIN-LISTA-LIMPA.
                DISPLAY (W-FILLIN, 01) LIMPA
                ADD 1 TO W-FILLIN
                IF W-FILLIN < 21
                   GO TO VIN-LISTA-LIMPA.
                DISPLAY (12, 01) "ALUNOS VINCULADOS:"
                MOVE 13 TO W-FILLIN
                MOVE ZEROS TO CODALU
                START ALUNO KEY IS NOT LESS THAN CODALU
                IF ST-ERRO NOT = "00"
                   GO TO VIN-LISTA-FECHA.
       VIN-LISTA-LER.
                READ ALUNO NEXT RECORD
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   GO TO VIN-LISTA-FECHA.
                IF CPFRESP NOT = RSP-CPF
                   GO TO VIN-LISTA-LER.
                ADD 1 TO W-FILHOS
                IF W-FILLIN < 21
                   DISPLAY (W-FILLIN, 03) CODALU
                   DISPLAY (W-FILLIN, 10) NOME
                   ADD 1 TO W-FILLIN.
                GO TO VIN-LISTA-LER.
       VIN-LISTA-FECHA.
                UNLOCK ALUNO
                DISPLAY (12, 20) W-FILHOS.
       VIN-LISTA-FIM.
                EXIT.
      *
      **********************
      * VALIDACAO DO EMAIL *
      **********************
      * PROCURA O "@" E, DEPOIS DELE, UM "." COM ALGO ANTES DO
      * "@", ALGO ENTRE O "@" E O "." E ALGO DEPOIS DO "."
       EMA-001.
                MOVE ZEROS TO W-I W-ARROBA W-PONTO.
       EMA-002.
                ADD 1 TO W-I.
                IF W-I > 35 GO TO EMA-CHECK.
                IF RSP-EMAIL(W-I:1) = "@" AND W-ARROBA = 0
                    MOVE W-I TO W-ARROBA.
                IF W-ARROBA NOT = 0 AND W-I > W-ARROBA
                   AND RSP-EMAIL(W-I:1) = "." AND W-PONTO = 0
                    MOVE W-I TO W-PONTO.
                GO TO EMA-002.
       EMA-CHECK.
                IF W-ARROBA < 2 OR W-PONTO = 0
                   OR W-PONTO = W-ARROBA + 1 OR W-PONTO > 34
                    MOVE "*** EMAIL INVALIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-004.
       EMA-001-FIM.
                EXIT.
      *
      **********************
      * VALIDACAO E PESQUISA DE CEP (CEP.DAT)  *
      **********************
      * O CAMPO DE CEP DESTE CADASTRO E O RSP-CODCEP
      *
           COPY CPYCEPP
               REPLACING ==CODCEP== BY ==RSP-CODCEP==
                         ==CPY-LINA== BY ==09==
                         ==CPY-LINB== BY ==10==
                         ==CPY-CEPLIN== BY ==08==
                         ==CPY-CEPCOL== BY ==18==
                         ==CPY-VOLTA== BY ==INC-005==
                         ==CPY-APOS== BY ==INC-005B==.
      *
      *****************************************
      * NUMERO E COMPLEMENTO DO ENDERECO      *
      * (ENDCOMPL.DAT, POR CPF)               *
      *****************************************
      *
       END-ABREIO.
                OPEN I-O ENDCOMPL
                IF ST-END = "00"
                   MOVE "S" TO W-ENDDISP
                   GO TO END-ABREIO-FIM.
                IF ST-END = "30" OR ST-END = "35"
                   OPEN OUTPUT ENDCOMPL
                   CLOSE ENDCOMPL
                   GO TO END-ABREIO.
                MOVE "N" TO W-ENDDISP.
       END-ABREIO-FIM.
                EXIT.
      *
       END-CARREGA.
                MOVE SPACES TO W-ENDNUM W-ENDCOMPL
                IF W-ENDDISP NOT = "S"
                   GO TO END-CARREGA-FIM.
                MOVE W-CPF TO END-CPF
                READ ENDCOMPL
                IF ST-END = "00"
                   MOVE END-NUMERO TO W-ENDNUM
                   MOVE END-COMPL  TO W-ENDCOMPL.
       END-CARREGA-FIM.
                EXIT.
      *
       END-GRAVA.
                IF W-ENDDISP NOT = "S" OR W-CPF = ZEROS
                   GO TO END-GRAVA-FIM.
                IF W-ENDNUM = SPACES AND W-ENDCOMPL = SPACES
                   GO TO END-GRAVA-FIM.
                MOVE W-CPF      TO END-CPF
                MOVE W-ENDNUM   TO END-NUMERO
                MOVE W-ENDCOMPL TO END-COMPL
                WRITE REGEND
                IF ST-END = "22"
                   REWRITE REGEND.
       END-GRAVA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                PERFORM CEP-FECHA THRU CEP-FECHA-FIM
                PERFORM IDX-FECHA THRU IDX-FECHA-FIM
                IF W-ENDDISP = "S"
                   CLOSE ENDCOMPL.
                CLOSE RESPONS ALUNO AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - RESPONSAVEIS"
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
      * ROTINA DE VALIDACAO DO CPF (MODULO 11) *
      *****************************************
      *
           COPY CPYCPFP.
      *
      *****************************************
      * INDICE COMPARTILHADO DE CPF (CPYIDXP) *
      *****************************************
      *
           COPY CPYIDXP
               REPLACING ==CPY-NOMECAMPO== BY ==RSP-NOME==.
       FIM-ROT-TEMPO.
