       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFORN.
      **************************************
      *  CADASTRO DE FORNECEDORES          *
      *  (FORNEC.DAT)                      *
      **************************************
      *----------------------------------------------------------------
      * OFICINAS, POSTOS, SEGURADORAS, DESPACHANTES, BUFFETS, GUINCHOS
      * E DEMAIS FORNECEDORES, POR CNPJ (J) OU CPF (F) - OS DOIS
      * CONFERIDOS PELO DIGITO VERIFICADOR: RAZAO SOCIAL, NOME
      * FANTASIA (O NOME QUE SAI NOS LANCAMENTOS E RELATORIOS), TIPO,
      * ENDERECO (CEP ESCOLHIDO DO CEP.DAT, F4 PESQUISA POR
      * LOGRADOURO, COM NUMERO E COMPLEMENTO), CONTATO, TELEFONE E
      * EMAIL. CADMANU, CADABAS, CADSEGU E CADDESPE ESCOLHEM O
      * FORNECEDOR DAQUI (CPYFORP). FORNECEDOR QUE NAO SERVE MAIS VAI
      * PARA SITUACAO I (INATIVO); A EXCLUSAO FICA COM O SUPERVISOR,
      * PORQUE OS LANCAMENTOS ANTIGOS CONTINUAM COM O CNPJ/CPF.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFORS.
           COPY CPYAUDS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYCPXS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYFORR.
           COPY CPYAUDR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYCPXR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TIPDOC     PIC X(01) VALUE SPACES.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-ARROBA     PIC 9(02) VALUE ZEROS.
       77 W-PONTO      PIC 9(02) VALUE ZEROS.
           COPY CPYFORW.
           COPY CPYCEPW.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYCPXW.
           COPY CPYCONT.
           COPY CPYCPFW.
           COPY CPYCNPW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==FORNEC==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO FORNEC SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO FORNEC.DAT"==
                   ==ST-ERRO== BY ==ST-FOR==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           PERFORM CEP-ABRE THRU CEP-ABRE-FIM.
       INC-001.
                MOVE ZEROS  TO FOR-DOC FOR-CODCEP FOR-DDD FOR-NUMFONE
                MOVE ZEROS  TO W-CPF W-CNPJ
                MOVE SPACES TO FOR-TIPDOC FOR-RAZAO FOR-FANTASIA
                MOVE SPACES TO FOR-TIPO FOR-NUMERO FOR-COMPL
                MOVE SPACES TO FOR-CONTATO FOR-EMAIL W-TIPDOC
                MOVE "A"    TO FOR-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE FORNECEDORES"
                DISPLAY (04, 01) "DOCUMENTO (J/F) : "
                DISPLAY (04, 21) "J=CNPJ  F=CPF"
                DISPLAY (05, 01) "CNPJ / CPF      : "
                DISPLAY (06, 01) "RAZAO SOCIAL    : "
                DISPLAY (07, 01) "NOME FANTASIA   : "
                DISPLAY (08, 01) "TIPO            : "
                DISPLAY (09, 01) "  O=OFICINA P=POSTO S=SEGURADORA"
                DISPLAY (09, 34) " D=DESPACHANTE B=BUFFET G=GUINCHO"
                DISPLAY (09, 68) " X=OUTROS"
                DISPLAY (10, 01) "CEP             : "
                DISPLAY (13, 01) "NUMERO / COMPL. : "
                DISPLAY (14, 01) "CONTATO         : "
                DISPLAY (15, 01) "TELEFONE        : "
                DISPLAY (16, 01) "EMAIL           : "
                DISPLAY (17, 01) "SITUACAO (A/I)  : "
                DISPLAY (19, 01) "F4 NO CEP=PESQUISAR POR LOGRADOURO".
       INC-002.
                ACCEPT (04, 18) W-TIPDOC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-TIPDOC NOT = "J" AND W-TIPDOC NOT = "F"
                   MOVE "*** DOCUMENTO: J=CNPJ OU F=CPF ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
      *        CNPJ COM 14 DIGITOS; CPF COM 11, GUARDADO A DIREITA
       INC-002A.
                IF W-TIPDOC = "F"
                   GO TO INC-002B.
                ACCEPT (05, 18) W-CNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF W-CNPJ = ZEROS
                   MOVE "*** CNPJ E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                PERFORM CNP-001 THRU CNP-001-FIM
                IF W-CNPJOK NOT = "S"
                   MOVE "*** CNPJ INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE W-CNPJ TO FOR-DOC
                GO TO LER-FOR01.
       INC-002B.
                ACCEPT (05, 18) W-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF W-CPF = ZEROS
                   MOVE "*** CPF E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                PERFORM CPF-001 THRU CPF-001-FIM
                IF W-CPFOK NOT = "S"
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                MOVE ZEROS TO FOR-DOC
                MOVE W-CPF TO FOR-CPF.
       LER-FOR01.
                MOVE 0 TO W-SEL
                READ FORNEC
                IF ST-FOR NOT = "23"
                   IF ST-FOR = "00"
                      PERFORM FOR-MOSTRA THRU FOR-MOSTRA-FIM
                      MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO FORNEC.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-ENC
                ELSE
                   NEXT SENTENCE.
                MOVE W-TIPDOC TO FOR-TIPDOC
                MOVE "A"      TO FOR-SITUACAO.
       INC-003.
                ACCEPT (06, 18) FOR-RAZAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-001.
                IF FOR-RAZAO = SPACES
                   MOVE "*** RAZAO SOCIAL E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *        SEM NOME FANTASIA, VALE O COMECO DA RAZAO SOCIAL
       INC-004.
                ACCEPT (07, 18) FOR-FANTASIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF FOR-FANTASIA = SPACES
                   MOVE FOR-RAZAO TO FOR-FANTASIA
                   DISPLAY (07, 18) FOR-FANTASIA.
       INC-005.
                ACCEPT (08, 18) FOR-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                PERFORM FOR-TIPTXT THRU FOR-TIPTXT-FIM
                IF W-FORTIPTXT = SPACES
                   MOVE "*** TIPO: O P S D B G OU X ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                DISPLAY (08, 21) W-FORTIPTXT.
      *
      *        CEP E' OPCIONAL (ZEROS = SEM ENDERECO); PREENCHIDO,
      *        PRECISA EXISTIR EM CEP.DAT. F4 PESQUISA POR LOGRADOURO.
       INC-006.
                ACCEPT (10, 18) FOR-CODCEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF W-ACT = TEC-F4
                   GO TO CPQ-001.
                PERFORM CEP-VAL THRU CEP-VAL-FIM
                IF W-CEPOK NOT = "S"
                   MOVE "*** CEP NAO CADASTRADO EM CEP.DAT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (13, 18) FOR-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-006.
                ACCEPT (13, 26) FOR-COMPL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-007.
       INC-008.
                ACCEPT (14, 18) FOR-CONTATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-007.
       INC-009.
                ACCEPT (15, 18) FOR-DDD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-008.
       INC-009A.
                ACCEPT (15, 22) FOR-NUMFONE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-009.
                MOVE FOR-NUMFONE TO MASC-FONE
                DISPLAY (15, 22) MASC-FONE.
      *        EMAIL E OPCIONAL; PREENCHIDO, PRECISA TER FORMATO VALIDO
       INC-010.
                ACCEPT (16, 18) FOR-EMAIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-009A.
                IF FOR-EMAIL NOT = SPACES
                   PERFORM EMA-001 THRU EMA-001-FIM.
       INC-011.
                ACCEPT (17, 18) FOR-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-010.
                IF FOR-SITUACAO NOT = "A" AND FOR-SITUACAO NOT = "I"
                   MOVE "*** SITUACAO: A=ATIVO OU I=INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.
      *        ESC NAS PERGUNTAS DE CONFIRMACAO VOLTA PARA A SITUACAO
       INC-005X.
                GO TO INC-011.

           COPY CPYCONF
               REPLACING ==INC-005== BY ==INC-005X==.
       INC-WR1.
                WRITE REGFOR
                IF ST-FOR = "00" OR "02"
                      MOVE "FORNEC"     TO AUD-ARQ
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE FOR-DOC      TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "FORNEC"     TO W-CPXARQ
                      MOVE FOR-DOC      TO W-CPXID
                      MOVE FOR-CODCEP   TO W-CPXCEP
                      CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                          W-CPXOK
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO FORNEC.DAT" TO MENS
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
      *        OS LANCAMENTOS GUARDAM O CNPJ/CPF: FORNECEDOR QUE SAIU
      *        DE USO E INATIVADO (F2, SITUACAO I); EXCLUIR SO O
      *        SUPERVISOR, PARA CORRIGIR CADASTRO FEITO POR ENGANO
                IF W-OPERNIVEL NOT = "S"
                   MOVE "*** EXCLUSAO SO PELO SUPERVISOR - INATIVE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                DELETE FORNEC RECORD
                IF ST-FOR = "00"
                   MOVE "FORNEC"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE FOR-DOC      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "FORNEC"     TO W-CPXARQ
                   MOVE FOR-DOC      TO W-CPXID
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
                REWRITE REGFOR
                IF ST-FOR = "00" OR "02"
                   MOVE "FORNEC"     TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE FOR-DOC      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "FORNEC"     TO W-CPXARQ
                   MOVE FOR-DOC      TO W-CPXID
                   MOVE FOR-CODCEP   TO W-CPXCEP
                   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                       W-CPXOK
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO FORNEC.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * EXIBE O FORNECEDOR LIDO               *
      *****************************************
      *
       FOR-MOSTRA.
                DISPLAY (04, 18) FOR-TIPDOC
                DISPLAY (05, 18) FOR-DOC
                DISPLAY (06, 18) FOR-RAZAO
                DISPLAY (07, 18) FOR-FANTASIA
                DISPLAY (08, 18) FOR-TIPO
                PERFORM FOR-TIPTXT THRU FOR-TIPTXT-FIM
                DISPLAY (08, 21) W-FORTIPTXT
                DISPLAY (10, 18) FOR-CODCEP
                PERFORM CEP-VAL THRU CEP-VAL-FIM
                DISPLAY (13, 18) FOR-NUMERO
                DISPLAY (13, 26) FOR-COMPL
                DISPLAY (14, 18) FOR-CONTATO
                DISPLAY (15, 18) FOR-DDD
                MOVE FOR-NUMFONE TO MASC-FONE
                DISPLAY (15, 22) MASC-FONE
                DISPLAY (16, 18) FOR-EMAIL
                DISPLAY (17, 18) FOR-SITUACAO.
       FOR-MOSTRA-FIM.
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
                IF FOR-EMAIL(W-I:1) = "@" AND W-ARROBA = 0
                    MOVE W-I TO W-ARROBA.
                IF W-ARROBA NOT = 0 AND W-I > W-ARROBA
                   AND FOR-EMAIL(W-I:1) = "." AND W-PONTO = 0
                    MOVE W-I TO W-PONTO.
                GO TO EMA-002.
       EMA-CHECK.
                IF W-ARROBA < 2 OR W-PONTO = 0
                   OR W-PONTO = W-ARROBA + 1 OR W-PONTO > 34
                    MOVE "*** EMAIL INVALIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-010.
       EMA-001-FIM.
                EXIT.
      *
      **********************
      * VALIDACAO E PESQUISA DE CEP (CEP.DAT)  *
      **********************
      * O CAMPO DE CEP DESTE CADASTRO E O FOR-CODCEP
      *
           COPY CPYCEPP
               REPLACING ==CODCEP== BY ==FOR-CODCEP==
                         ==CPY-LINA== BY ==11==
                         ==CPY-LINB== BY ==12==
                         ==CPY-CEPLIN== BY ==10==
                         ==CPY-CEPCOL== BY ==18==
                         ==CPY-VOLTA== BY ==INC-006==
                         ==CPY-APOS== BY ==INC-007==.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                PERFORM CEP-FECHA THRU CEP-FECHA-FIM
                CLOSE FORNEC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - FORNECEDORES"
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
      * ROTINA DE VALIDACAO DO CNPJ (MODULO 11)*
      *****************************************
      *
           COPY CPYCNPP.
      *
      *****************************************
      * DESCRICAO DO TIPO DE FORNECEDOR       *
      *****************************************
      *
       FOR-TIPTXT.
                MOVE SPACES TO W-FORTIPTXT
                IF FOR-TIPO = "O"
                   MOVE "OFICINA" TO W-FORTIPTXT.
                IF FOR-TIPO = "P"
                   MOVE "POSTO" TO W-FORTIPTXT.
                IF FOR-TIPO = "S"
                   MOVE "SEGURADORA" TO W-FORTIPTXT.
                IF FOR-TIPO = "D"
                   MOVE "DESPACHANTE" TO W-FORTIPTXT.
                IF FOR-TIPO = "B"
                   MOVE "BUFFET" TO W-FORTIPTXT.
                IF FOR-TIPO = "G"
                   MOVE "GUINCHO" TO W-FORTIPTXT.
                IF FOR-TIPO = "X"
                   MOVE "OUTROS" TO W-FORTIPTXT.
       FOR-TIPTXT-FIM.
                EXIT.
       FIM-ROT-TEMPO.
