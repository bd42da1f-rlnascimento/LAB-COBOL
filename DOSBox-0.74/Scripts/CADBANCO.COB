       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBANCO.
      **************************************
      *  CADASTRO DAS CONTAS BANCARIAS     *
      *  (BCO-COD / BANCO.DAT)             *
      **************************************
      *----------------------------------------------------------------
      * TABELA SIMPLES NO MOLDE DA TABELA DE TARIFAS: CODIGO (01-99),
      * NOME DO BANCO, AGENCIA E NUMERO DA CONTA. E A CONTA QUE O
      * OPERADOR ESCOLHE NO CADPAGAR QUANDO A CONTA A PAGAR SAI PELO
      * BANCO E NAO PELA GAVETA DO CAIXA.
      * O SALDO CONCILIADO (VALOR, SINAL + OU - E A DATA AAAAMMDD EM
      * QUE O EXTRATO BATEU) E O PONTO DE PARTIDA DA PROJECAO DE CAIXA
      * DO FLUXOPRJ.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYBCOS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYBCOR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-BCO       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-SALVAL     PIC 9(10)V99 VALUE ZEROS.
       77 W-SALSIN     PIC X(01) VALUE "+".
       77 W-SAL-ED     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 W-DTCONC.
            03 W-DTC-ANO    PIC 9(04).
            03 W-DTC-MES    PIC 9(02).
            03 W-DTC-DIA    PIC 9(02).
       01 W-DTCONC8 REDEFINES W-DTCONC PIC 9(08).
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O BANCO
           IF ST-BCO NOT = "00"
               IF ST-BCO = "30"
                      OPEN OUTPUT BANCO
                      CLOSE BANCO
                      MOVE "** ARQUIVO BANCO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO BANCO.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO BCO-COD
                MOVE SPACES TO BCO-NOME BCO-AGENCIA BCO-CONTA
                MOVE ZEROS  TO BCO-SALDO BCO-DTCONC W-SALVAL
                MOVE "+"    TO W-SALSIN.
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO DE CONTAS BANCARIAS"
                DISPLAY  (04, 01) "CODIGO (01-99)  : "
                DISPLAY  (05, 01) "BANCO           : "
                DISPLAY  (06, 01) "AGENCIA         : "
                DISPLAY  (07, 01) "CONTA           : "
                DISPLAY  (08, 01) "SALDO CONCILIADO: "
                DISPLAY  (09, 01) "CONCILIADO EM   : "
                DISPLAY  (09, 30) "(AAAAMMDD)".
       INC-002.
                ACCEPT  (04, 20) BCO-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = TEC-ESC
                   CLOSE BANCO
                   GO TO ROT-FIM.
                IF BCO-COD = ZEROS
                    MOVE "*** CODIGO INVALIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-002.
       LER-BCO01.
                MOVE 0 TO W-SEL
                READ BANCO
                IF ST-BCO NOT = "23"
                   IF ST-BCO = "00"
                      DISPLAY (05, 20) BCO-NOME
                      DISPLAY (06, 20) BCO-AGENCIA
                      DISPLAY (07, 20) BCO-CONTA
                      PERFORM BCO-SALMOSTRA THRU BCO-SALMOSTRA-FIM
                      MOVE "*** CONTA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO BANCO.DAT"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 20) BCO-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF BCO-NOME = SPACES
                    MOVE "*** NOME DO BANCO INVALIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-003.
       INC-004.
                ACCEPT (06, 20) BCO-AGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF BCO-AGENCIA = SPACES
                    MOVE "*** AGENCIA INVALIDA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-004.
       INC-005.
                ACCEPT (07, 20) BCO-CONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF BCO-CONTA = SPACES
                    MOVE "*** CONTA INVALIDA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-005.
       INC-006.
                ACCEPT (08, 20) W-SALVAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                MOVE W-SALVAL TO W-SAL-ED
                DISPLAY (08, 20) W-SAL-ED.
       INC-007.
                ACCEPT (08, 38) W-SALSIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-006.
                IF W-SALSIN NOT = "+" AND W-SALSIN NOT = "-"
                    MOVE "*** SINAL: + OU - ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-007.
       INC-008.
                MOVE BCO-DTCONC TO W-DTCONC8
                ACCEPT (09, 20) W-DTCONC8
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-007.
                IF W-DTCONC8 = ZEROS
                    ACCEPT W-DTCONC FROM DATE YYYYMMDD
                    DISPLAY (09, 20) W-DTCONC8.
                IF W-DTC-MES < 1 OR W-DTC-MES > 12
                   OR W-DTC-DIA < 1 OR W-DTC-DIA > 31
                    MOVE "*** DATA INVALIDA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-008.
                MOVE W-DTCONC8 TO BCO-DTCONC
                IF W-SALSIN = "-"
                    COMPUTE BCO-SALDO = 0 - W-SALVAL
                ELSE
                    MOVE W-SALVAL TO BCO-SALDO.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGBCO
                IF ST-BCO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO BANCO.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
      *
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
                DELETE BANCO RECORD
                IF ST-BCO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGBCO
                IF ST-BCO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO BANCO.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *        SALDO CONCILIADO GRAVADO, SEPARADO EM VALOR E SINAL
       BCO-SALMOSTRA.
                MOVE "+" TO W-SALSIN
                IF BCO-SALDO < ZEROS
                    MOVE "-" TO W-SALSIN
                    COMPUTE W-SALVAL = 0 - BCO-SALDO
                ELSE
                    MOVE BCO-SALDO TO W-SALVAL.
                MOVE W-SALVAL TO W-SAL-ED
                DISPLAY (08, 20) W-SAL-ED
                DISPLAY (08, 38) W-SALSIN
                DISPLAY (09, 20) BCO-DTCONC.
       BCO-SALMOSTRA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
