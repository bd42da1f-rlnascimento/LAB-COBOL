       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEMISS.
      **************************************
      *  CADASTRO DOS FATORES DE EMISSAO   *
      *  DE CO2 POR COMBUSTIVEL            *
      *  (EMI-COMBUST / EMISSAO.DAT)       *
      **************************************
      *----------------------------------------------------------------
      * TABELA SIMPLES NO MOLDE DA TABELA DE EMISSAO: CODIGO DO
      * COMBUSTIVEL (O MESMO DO MDL-COMBUST DO CATALOGO DE MODELOS:
      * G=GASOLINA E=ETANOL F=FLEX D=DIESEL V=GNV L=ELETRICO),
      * DESCRICAO E KG DE CO2 POR LITRO ABASTECIDO (GNV POR M3). E O
      * FATOR QUE O RELCO2 APLICA AOS LITROS DO ABASTEC.DAT; CODIGO
      * SEM REGISTRO AQUI USA O FATOR PADRAO DO PROGRAMA. PARA O FLEX
      * VALE O FATOR DA MISTURA QUE A FROTA COSTUMA ABASTECER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEMIS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYEMIR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-EMI       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-FATOR-ED   PIC 9,999.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O EMISSAO
           IF ST-EMI NOT = "00"
               IF ST-EMI = "30"
                      OPEN OUTPUT EMISSAO
                      CLOSE EMISSAO
                      MOVE "** ARQUIVO EMISSAO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO EMISSAO.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO EMI-FATOR
                MOVE SPACES TO EMI-COMBUST EMI-DESC.
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 15) "FATORES DE EMISSAO DE CO2"
                DISPLAY  (04, 01) "COMBUSTIVEL     : "
                DISPLAY  (04, 24)
                     "G=GASOLINA E=ETANOL F=FLEX D=DIESEL V=GNV"
                DISPLAY  (05, 24) "L=ELETRICO"
                DISPLAY  (06, 01) "DESCRICAO       : "
                DISPLAY  (07, 01) "KG CO2 POR LITRO: "
                DISPLAY  (07, 28) "(GNV: KG CO2 POR M3)".
       INC-002.
                ACCEPT  (04, 20) EMI-COMBUST
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = TEC-ESC
                   CLOSE EMISSAO
                   GO TO ROT-FIM.
                IF EMI-COMBUST NOT = "G" AND NOT = "E" AND NOT = "F"
                   AND NOT = "D" AND NOT = "V" AND NOT = "L"
                   MOVE "*** COMBUSTIVEL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-EMI01.
                MOVE 0 TO W-SEL
                READ EMISSAO
                IF ST-EMI NOT = "23"
                   IF ST-EMI = "00"
                      DISPLAY (06, 20) EMI-DESC
                      MOVE EMI-FATOR TO W-FATOR-ED
                      DISPLAY (07, 20) W-FATOR-ED
                      MOVE "*** FATOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO EMISSAO.DAT"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (06, 20) EMI-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF EMI-DESC = SPACES
                    MOVE "*** DESCRICAO INVALIDA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-003.
       INC-004.
                ACCEPT (07, 20) EMI-FATOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF EMI-FATOR = ZEROS AND EMI-COMBUST NOT = "L"
                    MOVE "*** FATOR ZERO SO PARA ELETRICO ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-004.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGEMI
                IF ST-EMI = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO EMISSAO.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
                DELETE EMISSAO RECORD
                IF ST-EMI = "00"
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
                REWRITE REGEMI
                IF ST-EMI = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO EMISSAO.DAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
