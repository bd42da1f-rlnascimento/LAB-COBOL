      **************************************
      *----------------------------------------------------------------
      * MANUTENCAO DAS APOLICES DA FROTA: PLACA (CONFERIDA EM
      * VEICULO.DAT) + NUMERO DA APOLICE, SEGURADORA (CNPJ DE UMA
      * SEGURADORA ATIVA DE FORNEC.DAT, F4 PESQUISA PELO NOME
      * FANTASIA, QUE FICA TAMBEM EM SEG-SEGURADORA), VALOR SEGURADO,
      * PREMIO E VIGENCIA (INICIO/FIM EM AAAAMMDD). MESMO FLUXO DOS
      * DEMAIS CADASTROS: CHAVE EXISTENTE ABRE CONSULTA COM
      * F2=ALTERAR / F3=EXCLUIR. O VENCIMENTO E COBRADO PELO RELSEGV.
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYAUDS.
           COPY CPYFORS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYSGR.
           COPY CPYVEIR.
           COPY CPYAUDR.
           COPY CPYFORR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYFORW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE SEGURO
                   GO TO ROT-FIM.
                OPEN INPUT FORNEC
                IF ST-FOR NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FORNEC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE SEGURO CADVEIC
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO SEG-PLACA SEG-APOLICE SEG-SEGURADORA
                MOVE ZEROS  TO SEG-VALORSEG SEG-PREMIO SEG-INI SEG-FIM
                MOVE ZEROS  TO SEG-CODFOR
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "CADASTRO DE APOLICES DE SEGURO"
                DISPLAY (04, 01) "PLACA           : "
                DISPLAY (08, 01) "VALOR SEGURADO  : "
                DISPLAY (09, 01) "PREMIO          : "
                DISPLAY (10, 01) "INICIO VIGENCIA : (AAAAMMDD)"
                DISPLAY (11, 01) "FIM VIGENCIA    : (AAAAMMDD)"
                DISPLAY (13, 01) "F4 NA SEGURADORA=PESQUISAR PELO NOME".
       INC-002.
                ACCEPT (04, 18) SEG-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                READ SEGURO
                IF ST-SEG NOT = "23"
                   IF ST-SEG = "00"
                      DISPLAY (07, 18) SEG-CODFOR
                      DISPLAY (07, 33) SEG-SEGURADORA
                      MOVE SEG-VALORSEG TO MASC-DINHEIRO
                      DISPLAY (08, 18) MASC-DINHEIRO
                      MOVE SEG-PREMIO TO MASC-DINHEIRO
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *        SEGURADORA (S) ATIVA DO FORNEC.DAT
       INC-004.
                ACCEPT (07, 18) SEG-CODFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-ACT = TEC-F4
                   GO TO FPQ-001.
       INC-004A.
                IF SEG-CODFOR = ZEROS
                   MOVE "*** SEGURADORA E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                IF W-FOROK = "N"
                   MOVE "*** SEGURADORA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-FOROK = "I"
                   MOVE "*** SEGURADORA INATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF FOR-TIPO NOT = "S"
                   MOVE "*** FORNECEDOR NAO E SEGURADORA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE FOR-FANTASIA TO SEG-SEGURADORA.
       INC-005.
                ACCEPT (08, 18) SEG-VALORSEG
                ACCEPT W-ACT FROM ESCAPE KEY
      **********************
      *
       ROT-ENC.
                CLOSE SEGURO CADVEIC FORNEC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
      **********************
      *
           COPY CPYAUDP.
      *
      *****************************************
      * ESCOLHA DA SEGURADORA (FORNEC.DAT)    *
      *****************************************
      *
           COPY CPYFORP
               REPLACING ==CPY-CODCAMPO== BY ==SEG-CODFOR==
                         ==CPY-LIN== BY ==07==
                         ==CPY-COL== BY ==18==
                         ==CPY-NOMECOL== BY ==33==
                         ==CPY-VOLTA== BY ==INC-004==
                         ==CPY-APOS== BY ==INC-004A==.
       FIM-ROT-TEMPO.
