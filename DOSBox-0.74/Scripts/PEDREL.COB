       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDREL.
      **************************************
      *  PEDIDO DE RELATORIO PARA A FILA   *
      *  DA NOITE (PEDREL.DAT)             *
      **************************************
      *----------------------------------------------------------------
      * RELATORIO LONGO (EXTRATO DE CUSTO, HISTORICOS DA ESCOLA
      * INTEIRA, LISTAGEM DE CEP...) NAO PRENDE MAIS O TERMINAL DO
      * BALCAO: O OPERADOR ESCOLHE O RELATORIO, PREENCHE AQUI OS
      * PARAMETROS QUE ELE PERGUNTARIA E O PEDIDO ENTRA NA FILA. O
      * JOBCTRL RODA A FILA NA JANELA DA NOITE, DEPOIS DA ESTEIRA, E
      * DE MANHA A SAIDA ESTA NO SPOOL (SPOOLMAN) NO NOME DE QUEM
      * PEDIU, COM UM AVISO NA CAIXA DELE. F3 MOSTRA OS ULTIMOS
      * PEDIDOS DO OPERADOR (O SUPERVISOR VE OS DE TODOS) COM A
      * SITUACAO, O RC E O SPOOL, E CANCELA UM QUE AINDA ESTEJA
      * PENDENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPRQS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPRQR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PRQ       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ESCOLHA    PIC 9(01) VALUE ZEROS.
       77 W-PEDIDOS    PIC 9(04) VALUE ZEROS.
       77 W-CANCELADOS PIC 9(04) VALUE ZEROS.
       77 W-ULTSEQ     PIC 9(03) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-AGORA      PIC 9(08) VALUE ZEROS.
       77 W-PFIL       PIC 9(02) VALUE ZEROS.
       77 W-EXERC      PIC 9(04) VALUE ZEROS.
       77 W-CODINI     PIC 9(05) VALUE ZEROS.
       77 W-CODFIM     PIC 9(05) VALUE ZEROS.
       77 W-OPC        PIC X(01) VALUE "N".
       77 W-QTD        PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-IX2        PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-NUMLIN     PIC 9(02) VALUE ZEROS.
       77 W-SITTXT     PIC X(10) VALUE SPACES.
       01 W-PERINI     PIC 9(06) VALUE ZEROS.
       01 W-PERINI-R REDEFINES W-PERINI.
            03 W-PINI-ANO   PIC 9(04).
            03 W-PINI-MES   PIC 9(02).
       01 W-PERFIM     PIC 9(06) VALUE ZEROS.
       01 W-PERFIM-R REDEFINES W-PERFIM.
            03 W-PFIM-ANO   PIC 9(04).
            03 W-PFIM-MES   PIC 9(02).
       01 W-DTED       PIC 9(08) VALUE ZEROS.
       01 W-DTED-R REDEFINES W-DTED.
            03 W-DTE-ANO  PIC 9(04).
            03 W-DTE-MES  PIC 9(02).
            03 W-DTE-DIA  PIC 9(02).
      *
      *RELATORIOS QUE PODEM IR PARA A FILA (O RELATORIO TEM DE LER O
      *PEDIDO PELO PRQCTX E TERMINAR COM GOBACK)
       01 CAT-TABV.
            03 FILLER PIC X(48) VALUE
               "RELCUSTOEXTRATO DE CUSTO POR VEICULO            ".
            03 FILLER PIC X(48) VALUE
               "RELHIST HISTORICOS ESCOLARES (FAIXA DE CODALU)  ".
            03 FILLER PIC X(48) VALUE
               "RELCEPL LISTAGEM DE CEP POR UF/CIDADE           ".
            03 FILLER PIC X(48) VALUE
               "RELIPVC CONCILIACAO DO IPVA DO EXERCICIO        ".
       01 CAT-TAB REDEFINES CAT-TABV.
            03 CAT-LIN OCCURS 4 TIMES.
                05 CAT-PROG  PIC X(08).
                05 CAT-DESC  PIC X(40).
      *
      *ULTIMOS PEDIDOS MOSTRADOS NO F3
       01 LST-TAB.
            03 LST-LIN OCCURS 12 TIMES.
                05 LST-CHAVE  PIC X(11).
                05 LST-PROG   PIC X(08).
                05 LST-OPER   PIC X(12).
                05 LST-SITU   PIC X(01).
                05 LST-RC     PIC 9(03).
                05 LST-SPOOL  PIC X(12).
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==PEDREL==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO PEDREL SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO PEDREL.DAT"==
                   ==ST-ERRO== BY ==ST-PRQ==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 12)
                    "PEDIDO DE RELATORIO PARA A FILA DA NOITE"
                DISPLAY (04, 05) "1 - " CAT-PROG (1) " " CAT-DESC (1)
                DISPLAY (05, 05) "2 - " CAT-PROG (2) " " CAT-DESC (2)
                DISPLAY (06, 05) "3 - " CAT-PROG (3) " " CAT-DESC (3)
                DISPLAY (07, 05) "4 - " CAT-PROG (4) " " CAT-DESC (4)
                DISPLAY (09, 01) "RELATORIO (1-4)    : "
                DISPLAY (21, 01) "F3=MEUS PEDIDOS   ESC=ENCERRAR".
       INC-002.
                MOVE ZEROS TO W-ESCOLHA
                ACCEPT (09, 22) W-ESCOLHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-ACT = TEC-F3
                   GO TO LST-001.
                IF W-ESCOLHA < 1 OR W-ESCOLHA > 4
                   MOVE "*** ESCOLHA O RELATORIO DE 1 A 4 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (09, 25) CAT-DESC (W-ESCOLHA)
                DISPLAY (21, 01) "ESC=VOLTAR                    "
                MOVE ZEROS TO W-PERINI W-PERFIM W-PFIL W-EXERC
                              W-CODINI W-CODFIM
                MOVE "N" TO W-OPC
                IF W-ESCOLHA = 1
                   GO TO PAR-CUS.
                IF W-ESCOLHA = 2
                   GO TO PAR-HIS.
                IF W-ESCOLHA = 4
                   GO TO PAR-IPV.
                GO TO CNF-001.
      *
      *****************************************
      * PARAMETROS DE CADA RELATORIO - OS     *
      * MESMOS QUE ELE PERGUNTA NO TECLADO    *
      *****************************************
      *
       PAR-CUS.
                DISPLAY (11, 01) "COMPETENCIA INICIAL: "
                DISPLAY (11, 30) "(AAAAMM)"
                DISPLAY (12, 01) "COMPETENCIA FINAL  : "
                DISPLAY (12, 30) "(AAAAMM)"
                DISPLAY (13, 01) "LER O DETALHE (S/N): "
                DISPLAY (13, 30) "(N = RESUMO MENSAL)".
       PAR-CUS1.
                ACCEPT (11, 22) W-PERINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-PINI-ANO < 2000 OR W-PINI-MES < 1
                   OR W-PINI-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAR-CUS1.
       PAR-CUS2.
                ACCEPT (12, 22) W-PERFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-PFIM-ANO < 2000 OR W-PFIM-MES < 1
                   OR W-PFIM-MES > 12 OR W-PERFIM < W-PERINI
                   MOVE "*** COMPETENCIA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAR-CUS2.
       PAR-CUS3.
                ACCEPT (13, 22) W-OPC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-OPC = "s"
                   MOVE "S" TO W-OPC.
                IF W-OPC = "n"
                   MOVE "N" TO W-OPC.
                IF W-OPC NOT = "S" AND W-OPC NOT = "N"
                   GO TO PAR-CUS3.
                GO TO CNF-001.
      *
       PAR-HIS.
                DISPLAY (11, 01) "FILIAL             : "
                DISPLAY (11, 30) "(00 = TODAS)"
                DISPLAY (12, 01) "CODALU INICIAL     : "
                DISPLAY (13, 01) "CODALU FINAL       : "
                DISPLAY (13, 30) "(ZERO = ATE O ULTIMO)".
       PAR-HIS1.
                ACCEPT (11, 22) W-PFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-PFIL = ZEROS
                   GO TO PAR-HIS2.
                MOVE "N" TO W-FILOK
                CALL "FILVALID" USING W-PFIL W-FILOK
                IF W-FILOK NOT = "S"
                   MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAR-HIS1.
       PAR-HIS2.
                ACCEPT (12, 22) W-CODINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
       PAR-HIS3.
                ACCEPT (13, 22) W-CODFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-CODFIM NOT = ZEROS AND W-CODFIM < W-CODINI
                   MOVE "*** CODALU FINAL MENOR QUE O INICIAL ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAR-HIS3.
                GO TO CNF-001.
      *
       PAR-IPV.
                DISPLAY (11, 01) "EXERCICIO          : "
                DISPLAY (11, 30) "(AAAA)".
       PAR-IPV1.
                ACCEPT (11, 22) W-EXERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-EXERC < 2000
                   MOVE "*** EXERCICIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAR-IPV1.
      *
      *****************************************
      * CONFIRMACAO E GRAVACAO DO PEDIDO NA   *
      * PROXIMA SEQUENCIA DO DIA              *
      *****************************************
      *
       CNF-001.
                DISPLAY (16, 01) "CONFIRMA O PEDIDO (S/N) : ".
       CNF-002.
                MOVE SPACES TO W-OPCAO
                ACCEPT (16, 27) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-OPCAO = "n" OR W-OPCAO = "N"
                   GO TO INC-001.
                IF W-OPCAO NOT = "s" AND W-OPCAO NOT = "S"
                   GO TO CNF-002.
       GRV-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-AGORA FROM TIME
                MOVE ZEROS TO W-ULTSEQ
                MOVE W-HOJE TO PRQ-DTPED
                MOVE ZEROS TO PRQ-SEQ
                START PEDREL KEY IS NOT LESS THAN PRQ-CHAVE
                IF ST-PRQ NOT = "00"
                   GO TO GRV-003.
       GRV-002.
                READ PEDREL NEXT RECORD
                IF ST-PRQ NOT = "00"
                   GO TO GRV-003.
                IF PRQ-DTPED NOT = W-HOJE
                   GO TO GRV-003.
                MOVE PRQ-SEQ TO W-ULTSEQ
                GO TO GRV-002.
       GRV-003.
                IF W-ULTSEQ = 999
                   MOVE "*** LIMITE DE PEDIDOS DO DIA ATINGIDO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE SPACES TO REGPRQ
                MOVE W-HOJE TO PRQ-DTPED
                COMPUTE PRQ-SEQ = W-ULTSEQ + 1
                MOVE W-AGORA (1:6) TO PRQ-HRPED
                MOVE CAT-PROG (W-ESCOLHA) TO PRQ-PROG
                MOVE W-OPERADOR TO PRQ-OPER
                MOVE W-FILIAL   TO PRQ-FILIAL
                MOVE W-PERINI   TO PRQ-PERINI
                MOVE W-PERFIM   TO PRQ-PERFIM
                MOVE W-PFIL     TO PRQ-PFIL
                MOVE W-EXERC    TO PRQ-EXERC
                MOVE W-CODINI   TO PRQ-CODINI
                MOVE W-CODFIM   TO PRQ-CODFIM
                MOVE W-OPC      TO PRQ-OPC
                MOVE "P"        TO PRQ-SITU
                MOVE ZEROS      TO PRQ-RC PRQ-DTEXE PRQ-HREXE
                WRITE REGPRQ
                IF ST-PRQ NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO PEDREL.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "PEDREL" TO AUD-ARQ
                MOVE "INCLUSAO" TO AUD-ACAO
                MOVE PRQ-CHAVE TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-PEDIDOS
                MOVE SPACES TO MENS
                STRING "*** PEDIDO " PRQ-DTPED "-" PRQ-SEQ
                       " NA FILA DA NOITE ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * F3: OS ULTIMOS 12 PEDIDOS DO OPERADOR *
      * (DO SUPERVISOR, DE TODOS) E O         *
      * CANCELAMENTO DE UM PENDENTE           *
      *****************************************
      *
       LST-001.
                MOVE ZEROS TO W-QTD
                MOVE LOW-VALUES TO PRQ-CHAVE
                START PEDREL KEY IS NOT LESS THAN PRQ-CHAVE
                IF ST-PRQ NOT = "00"
                   MOVE "*** NENHUM PEDIDO NA FILA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LST-002.
                READ PEDREL NEXT RECORD
                IF ST-PRQ NOT = "00"
                   GO TO LST-MOSTRA.
                IF W-OPERNIVEL NOT = "S" AND PRQ-OPER NOT = W-OPERADOR
                   GO TO LST-002.
                IF W-QTD < 12
                   ADD 1 TO W-QTD
                ELSE
                   PERFORM LST-ROLA THRU LST-ROLA-FIM.
                MOVE PRQ-CHAVE TO LST-CHAVE (W-QTD)
                MOVE PRQ-PROG  TO LST-PROG (W-QTD)
                MOVE PRQ-OPER  TO LST-OPER (W-QTD)
                MOVE PRQ-SITU  TO LST-SITU (W-QTD)
                MOVE PRQ-RC    TO LST-RC (W-QTD)
                MOVE PRQ-SPOOL TO LST-SPOOL (W-QTD)
                GO TO LST-002.
       LST-MOSTRA.
                IF W-QTD = ZEROS
                   MOVE "*** NENHUM PEDIDO SEU NA FILA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "PEDIDOS DE RELATORIO NA FILA"
                DISPLAY (03, 01) "NR PEDIDO"
                DISPLAY (03, 19) "RELAT."
                DISPLAY (03, 28) "SITUACAO"
                DISPLAY (03, 39) "RC"
                DISPLAY (03, 43) "SPOOL"
                DISPLAY (03, 56) "OPERADOR"
                MOVE 1 TO W-IX
                MOVE 5 TO W-LIN.
       LST-LINHA.
                IF W-IX > W-QTD
                   GO TO LST-003.
                MOVE LST-CHAVE (W-IX) (1:8) TO W-DTED
                MOVE LST-SITU (W-IX) TO W-OPCAO
                PERFORM SIT-TEXTO THRU SIT-TEXTO-FIM
                DISPLAY (W-LIN, 01) W-IX
                DISPLAY (W-LIN, 04) W-DTE-DIA "/" W-DTE-MES "/"
                    W-DTE-ANO "-" LST-CHAVE (W-IX) (9:3)
                DISPLAY (W-LIN, 19) LST-PROG (W-IX)
                DISPLAY (W-LIN, 28) W-SITTXT
                DISPLAY (W-LIN, 39) LST-RC (W-IX)
                DISPLAY (W-LIN, 43) LST-SPOOL (W-IX)
                DISPLAY (W-LIN, 56) LST-OPER (W-IX)
                ADD 1 TO W-IX
                ADD 1 TO W-LIN
                GO TO LST-LINHA.
       LST-003.
                DISPLAY (19, 01)
                    "LINHA DO PEDIDO A CANCELAR (00=VOLTAR): "
                MOVE ZEROS TO W-NUMLIN
                ACCEPT (19, 42) W-NUMLIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC OR W-NUMLIN = ZEROS
                   GO TO INC-001.
                IF W-NUMLIN > W-QTD
                   MOVE "*** LINHA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-003.
                IF LST-SITU (W-NUMLIN) NOT = "P"
                   MOVE "*** SO PEDIDO PENDENTE E CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-003.
                MOVE LST-CHAVE (W-NUMLIN) TO PRQ-CHAVE
                READ PEDREL
                IF ST-PRQ NOT = "00"
                   MOVE "ERRO NA LEITURA DO PEDREL.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-003.
      *        A FILA PODE TER RODADO DEPOIS QUE A LISTA FOI MONTADA
                IF PRQ-SITU NOT = "P"
                   MOVE "*** O PEDIDO JA SAIU DA FILA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-001.
                MOVE "X" TO PRQ-SITU
                MOVE W-OPERADOR TO PRQ-CANOPR
                REWRITE REGPRQ
                IF ST-PRQ NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO PEDREL.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-003.
                MOVE "PEDREL" TO AUD-ARQ
                MOVE "CANCELADO" TO AUD-ACAO
                MOVE PRQ-CHAVE TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-CANCELADOS
                MOVE "X" TO LST-SITU (W-NUMLIN)
                MOVE "*** PEDIDO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LST-MOSTRA.
      *
      *        LISTA CHEIA: O MAIS ANTIGO SAI, OS OUTROS SOBEM UMA
      *        LINHA E O NOVO ENTRA NA ULTIMA
       LST-ROLA.
                MOVE 1 TO W-IX.
       LST-ROLA-LOOP.
                IF W-IX > 11
                   GO TO LST-ROLA-FIM.
                COMPUTE W-IX2 = W-IX + 1
                MOVE LST-LIN (W-IX2) TO LST-LIN (W-IX)
                ADD 1 TO W-IX
                GO TO LST-ROLA-LOOP.
       LST-ROLA-FIM.
                EXIT.
      *
       SIT-TEXTO.
                MOVE "PENDENTE" TO W-SITTXT
                IF W-OPCAO = "R"
                   MOVE "RODANDO" TO W-SITTXT.
                IF W-OPCAO = "E"
                   MOVE "EXECUTADO" TO W-SITTXT.
                IF W-OPCAO = "F"
                   MOVE "FALHOU" TO W-SITTXT.
                IF W-OPCAO = "X"
                   MOVE "CANCELADO" TO W-SITTXT.
       SIT-TEXTO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE PEDREL AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - PEDIDOS DE RELATORIO"
                DISPLAY "PEDIDOS NA FILA........: " W-PEDIDOS
                DISPLAY "PEDIDOS CANCELADOS.....: " W-CANCELADOS
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
       FIM-ROT-TEMPO.
