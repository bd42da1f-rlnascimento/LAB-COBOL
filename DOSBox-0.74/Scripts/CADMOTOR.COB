      * CNH, CATEGORIA E VALIDADE. E ESTE ARQUIVO QUE O CADALOC
      * CONSULTA ANTES DE ENTREGAR A CHAVE - CPF FORA DAQUI OU COM
      * CNH VENCIDA NAO LEVA VEICULO SEM LIBERACAO DO SUPERVISOR.
      * OS VENCIMENTOS PROXIMOS SAEM NO RELCNH. O CENTRO DE CUSTO
      * PADRAO (CCUSTO.DAT, QUANDO IMPLANTADO, SO CENTRO ATIVO) E O
      * SUGERIDO NA SAIDA DO VEICULO PARA O RATEIO DO USO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMTRS.
           COPY CPYCCUS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMTRR.
           COPY CPYCCUR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-MTR       PIC X(02) VALUE "00".
       77 ST-CCU       PIC X(02) VALUE "00".
       77 W-CCUDISP    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO MOTORIST.DAT"==
                   ==ST-ERRO== BY ==ST-MTR==.
       INC-OP1.
      *        SEM O CCUSTO.DAT O CENTRO PADRAO NAO E CONFERIDO
                OPEN INPUT CCUSTO
                IF ST-CCU = "00"
                   MOVE "S" TO W-CCUDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO MTR-NOME MTR-CNH MTR-CATEG MTR-CCUSTO
                MOVE ZEROS  TO MTR-CPF MTR-VALIDADE W-CPF
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE MOTORISTAS"
                DISPLAY (05, 01) "NOME            : "
                DISPLAY (06, 01) "NUMERO DA CNH   : "
                DISPLAY (07, 01) "CATEGORIA       : "
                DISPLAY (08, 01) "VALIDADE        : (AAAAMMDD)"
                DISPLAY (09, 01) "CENTRO DE CUSTO : ".
       INC-002.
                ACCEPT (04, 18) W-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                      DISPLAY (06, 18) MTR-CNH
                      DISPLAY (07, 18) MTR-CATEG
                      DISPLAY (08, 18) MTR-VALIDADE
                      DISPLAY (09, 18) MTR-CCUSTO
                      MOVE "*** MOTORISTA JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   MOVE "*** VALIDADE E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *        CENTRO DE CUSTO PADRAO (OPCIONAL)
       INC-006.
                ACCEPT (09, 18) MTR-CCUSTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                DISPLAY (09, 25) LIMPA
                IF MTR-CCUSTO = SPACES OR W-CCUDISP NOT = "S"
                   GO TO INC-007.
                MOVE MTR-CCUSTO TO CCU-COD
                READ CCUSTO
                IF ST-CCU NOT = "00"
                   MOVE "*** CENTRO DE CUSTO NAO CADASTRADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF CCU-SITUACAO = "I"
                   MOVE "*** CENTRO DE CUSTO INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                DISPLAY (09, 25) CCU-NOME.
       INC-007.
      *
                IF W-SEL = 1 GO TO ALT-OPC.
                GO TO INC-OPC.
      *
       ROT-ENC.
                CLOSE MOTORIST AUDITORIA.
                IF W-CCUDISP = "S"
                   CLOSE CCUSTO.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
