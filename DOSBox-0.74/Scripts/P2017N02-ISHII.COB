                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-HIST.
           COPY CPYMARS.
           COPY CPYMDLS.
           COPY CPYAUDS.
      *        CEP.DAT E LIDO AQUI PARA VALIDAR E EXIBIR O ENDERECO DO
      *        CODCEP DIGITADO. OS NOMES SAO TROCADOS NO COPY PORQUE
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYCPXS.
           COPY CPYMNTS.
           COPY CPYMLTS.
           COPY CPYIDXS.
           COPY CPYIMPS.
           COPY CPYHLPS.
           COPY CPYENDS.
           COPY CPYFINS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYCPXR.
      *
           COPY CPYMNTR.
           COPY CPYMLTR.
           COPY CPYIMPR.
           COPY CPYHLPR.
           COPY CPYENDR.
           COPY CPYFINR.
      *
           COPY CPYMARR.
           COPY CPYMDLR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       77 RESULTADO      PIC 9(02)      VALUE ZERO.
       77 RESTO          PIC 9(02)      VALUE ZERO.
       77 TEXTOMARCA     PIC X(10)      VALUE SPACES.
      *        CATALOGO DE MODELOS (MODELO.DAT); SEM O ARQUIVO O
      *        CAMPO MODELO FICA FORA DA CAPTURA
       77 ST-MDL         PIC X(02)      VALUE "00".
       77 W-MDLDISP      PIC X(01)      VALUE "N".
       77 TEXTOMODELO    PIC X(20)      VALUE SPACES.
       77 TEXTOSITUACAO  PIC X(10)      VALUE SPACES.
       77 CONTA          PIC 9(06)V99   VALUE ZEROS.
       01 W-DATATRANS.
            
           COPY CPYDTVW.
           COPY CPYAUDW.
           COPY CPYCPXW.
           COPY CPYFINW.
           COPY CPYCONT.
           COPY CPYCPFW.
           COPY CPYMASC.
           PERFORM IDX-ABRE THRU IDX-ABRE-FIM.
           PERFORM HLP-ABRE THRU HLP-ABRE-FIM.
           PERFORM END-ABREIO THRU END-ABREIO-FIM.
           PERFORM MDL-ABRE THRU MDL-ABRE-FIM.
      *        DESDE O USO SIMULTANEO DOS DOIS TERMINAIS, O REGISTRO
      *        LIDO FICA TRAVADO (LOCK AUTOMATICO) ATE A TRANSACAO
      *        ACABAR - AO VOLTAR PARA A CAPTURA, O TRAVA E SOLTO
       INC-001.
                UNLOCK CADVEIC
                MOVE ZEROS  TO NUM MARCA CALCIPVA CODCEP CODMODELO
                MOVE ZEROS  TO DIA MES ANO
                MOVE ZEROS  TO VALORVEIC IPVA
                MOVE SPACES TO LETRA PROPRIETARIO
                MOVE SPACES TO SITUACAO W-SITANTV
                MOVE ZEROS  TO W-CPF DATASITU ANOMODELO
                MOVE SPACES TO CHASSI.
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO DE VEICULO"
                DISPLAY  (04, 01) "PLACA           : "
                DISPLAY  (05, 01) "PROPRIETARIO    : "
                DISPLAY  (06, 01) "MARCA           : "
                DISPLAY  (06, 32) "MODELO: "
                DISPLAY  (07, 01) "DATA COMPRA     :__/__/____"
                DISPLAY  (07, 30) "ANO MOD:"
                DISPLAY  (07, 45) "CHASSI:"
                DISPLAY  (08, 01) "VALOR DO VEICULO: "
                DISPLAY  (09, 01) "% IPVA          : "
                DISPLAY  (10, 01) "VALOR DO IPVA   : "
                   PERFORM CEP-FECHA THRU CEP-FECHA-FIM
                   PERFORM IDX-FECHA THRU IDX-FECHA-FIM
                   PERFORM HLP-FECHA THRU HLP-FECHA-FIM
                   PERFORM MDL-FECHA THRU MDL-FECHA-FIM
                   CLOSE CADVEIC HISTVEIC MARCAS AUDITORIA
                   GO TO ROT-FIM.
                IF W-ACT = TEC-F4
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = TEC-ESC
                   PERFORM CEP-FECHA THRU CEP-FECHA-FIM
                   PERFORM MDL-FECHA THRU MDL-FECHA-FIM
                   CLOSE CADVEIC HISTVEIC MARCAS AUDITORIA
                   GO TO ROT-FIM.
      *
                      DISPLAY (06, 18) MARCA
                      PERFORM MBU-001 THRU MBU-001-FIM
                      DISPLAY (06, 20) TEXTOMARCA
                      PERFORM MDL-MOSTRA THRU MDL-MOSTRA-FIM
                      DISPLAY (07, 18) DIA
                      DISPLAY (07, 21) MES
                      DISPLAY (07, 24) ANO
                      DISPLAY (07, 39) ANOMODELO
                      DISPLAY (07, 53) CHASSI
                      MOVE VALORVEIC TO MASC-DINHEIRO
                      DISPLAY (08, 18) MASC-DINHEIRO
                      MOVE IPVA TO MASC-PERCENT
                    GO TO INC-004.
       INC-006.
                DISPLAY (06, 20) TEXTOMARCA.
      *        MODELO DO CATALOGO (MARCA + CODMODELO EM MODELO.DAT):
      *        E DELE QUE SAEM O TANQUE E A CATEGORIA DE CNH EXIGIDA
      *        NA SAIDA DO VEICULO (CADALOC/CADRESER)
       INC-006A.
                IF W-MDLDISP NOT = "S"
                   GO TO INC-DIA.
                ACCEPT (06, 40) CODMODELO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                IF CODMODELO = ZEROS
                    MOVE "*** MODELO E OBRIGATORIO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-006A.
                PERFORM MDL-BUSCA THRU MDL-BUSCA-FIM
                IF ST-MDL NOT = "00"
                    MOVE "*** MODELO NAO CADASTRADO NA MARCA ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-006A.
                DISPLAY (06, 44) TEXTOMODELO.
       INC-DIA.
                ACCEPT (07, 18) DIA
                ACCEPT W-ACT FROM ESCAPE KEY
                    MOVE "*** COMPRA NO FUTURO! ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-DIA.
      *        ANO-MODELO E CHASSI (OPCIONAIS) SAO O QUE O RECALJOB
      *        CRUZA COM AS FAIXAS DAS CAMPANHAS DE RECALL
       INC-008A.
                ACCEPT (07, 39) ANOMODELO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-ANO.
                IF ANOMODELO = ZEROS
                    GO TO INC-008B.
                IF ANOMODELO < 1900 OR ANOMODELO > ANO + 1
                    MOVE "*** ANO-MODELO INVALIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-008A.
       INC-008B.
                ACCEPT (07, 53) CHASSI WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-008A.
      ***************************************************************
       INC-009.
                ACCEPT (08, 18) VALORVEIC
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-012.
      *        VEICULO ALIENADO (FINANCIAMENTO OU LEASING EM ABERTO)
      *        NAO ENTRA EM VENDA ATE A QUITACAO NO CADFINPG
                IF SITUACAO = "V" AND W-SITANTV NOT = "V"
                    PERFORM FIN-PENDENTE THRU FIN-PENDENTE-FIM
                    IF W-FINGRAV = "S"
                        MOVE "** VEICULO ALIENADO - QUITAR ANTES **"
                             TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-012.
                IF SITUACAO NOT = W-SITANTV
                    ACCEPT W-DATAUD FROM DATE YYYYMMDD
                    MOVE W-DATAUD TO DATASITU.
                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE PLACA        TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "VEICULO"    TO W-CPXARQ
                      MOVE PLACA        TO W-CPXID
                      MOVE CODCEP       TO W-CPXCEP
                      CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                          W-CPXOK
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY  (04, 01) "PLACA           : "
                DISPLAY  (05, 01) "PROPRIETARIO    : "
                DISPLAY  (06, 01) "MARCA           : "
                DISPLAY  (06, 32) "MODELO: "
                DISPLAY  (07, 01) "DATA COMPRA     :__/__/____"
                DISPLAY  (07, 30) "ANO MOD:"
                DISPLAY  (07, 45) "CHASSI:"
                DISPLAY  (08, 01) "VALOR DO VEICULO: "
                DISPLAY  (09, 01) "% IPVA          : "
                DISPLAY  (10, 01) "VALOR DO IPVA   : "
                DISPLAY  (06, 18) MARCA
                PERFORM MBU-001 THRU MBU-001-FIM
                DISPLAY  (06, 20) TEXTOMARCA
                PERFORM MDL-MOSTRA THRU MDL-MOSTRA-FIM
                DISPLAY  (07, 18) DIA
                DISPLAY  (07, 21) MES
                DISPLAY  (07, 24) ANO
                DISPLAY  (07, 39) ANOMODELO
                DISPLAY  (07, 53) CHASSI
                MOVE VALORVEIC TO MASC-DINHEIRO
                DISPLAY  (08, 18) MASC-DINHEIRO
                MOVE IPVA TO MASC-PERCENT
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE PLACA        TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "VEICULO"    TO W-CPXARQ
                   MOVE PLACA        TO W-CPXID
                   MOVE CODCEP       TO W-CPXCEP
                   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                       W-CPXOK
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                STRING "MARCA           : " MARCA " " TEXTOMARCA
                       DELIMITED BY SIZE INTO LINIMPR
                WRITE LINIMPR
                PERFORM MDL-BUSCA THRU MDL-BUSCA-FIM
                MOVE SPACES TO LINIMPR
                STRING "MODELO          : " CODMODELO " " TEXTOMODELO
                       DELIMITED BY SIZE INTO LINIMPR
                WRITE LINIMPR
                MOVE SPACES TO LINIMPR
                STRING "DATA COMPRA     : " DIA "/" MES "/" ANO
                       DELIMITED BY SIZE INTO LINIMPR
                WRITE LINIMPR
                MOVE SPACES TO LINIMPR
                STRING "ANO MODELO      : " ANOMODELO
                       "  CHASSI: " CHASSI
                       DELIMITED BY SIZE INTO LINIMPR
                WRITE LINIMPR
                MOVE VALORVEIC TO MASC-DINHEIRO
                MOVE SPACES TO LINIMPR
                STRING "VALOR DO VEICULO: " MASC-DINHEIRO
       MUL-PENDENTE-FIM.
                EXIT.
      *
      *****************************************
      * A PLACA TEM ALIENACAO EM ABERTO?      *
      * (FINANC.DAT E OPCIONAL - SEM ELE NAO  *
      * HA O QUE BARRAR)                      *
      *****************************************
      *
       FIN-PENDENTE.
                MOVE "N" TO W-FINGRAV W-FINDISP
                OPEN INPUT FINANC
                IF ST-FIN NOT = "00"
                   GO TO FIN-PENDENTE-FIM.
                MOVE "S" TO W-FINDISP
                PERFORM FIN-GRAV THRU FIN-GRAV-FIM
                CLOSE FINANC
                MOVE "N" TO W-FINDISP.
       FIN-PENDENTE-FIM.
                EXIT.
      *
      **********************************************
      * GRAVA UM REGISTRO DE HISTORICO EM HISTVEIC  *
      * QUANDO O PROPRIETARIO DO VEICULO MUDA       *
       MBU-001-FIM.
                EXIT.
      *
      **********************************************
      * CATALOGO DE MODELOS (MODELO.DAT): ABERTURA, *
      * BUSCA DA DESCRICAO E EXIBICAO NA LINHA 6    *
      **********************************************
      *
       MDL-ABRE.
                MOVE "N" TO W-MDLDISP
                OPEN INPUT MODELO
                IF ST-MDL = "00"
                   MOVE "S" TO W-MDLDISP.
       MDL-ABRE-FIM.
                EXIT.
      *
       MDL-FECHA.
                IF W-MDLDISP = "S"
                   CLOSE MODELO
                   MOVE "N" TO W-MDLDISP.
       MDL-FECHA-FIM.
                EXIT.
      *
       MDL-BUSCA.
                MOVE SPACES TO TEXTOMODELO
                MOVE "23" TO ST-MDL
                IF W-MDLDISP NOT = "S" OR CODMODELO = ZEROS
                   GO TO MDL-BUSCA-FIM.
                MOVE MARCA     TO MDL-MARCA
                MOVE CODMODELO TO MDL-COD
                READ MODELO
                IF ST-MDL = "00"
                   MOVE MDL-DESC TO TEXTOMODELO.
       MDL-BUSCA-FIM.
                EXIT.
      *
       MDL-MOSTRA.
                IF W-MDLDISP NOT = "S"
                   GO TO MDL-MOSTRA-FIM.
                DISPLAY (06, 40) CODMODELO
                PERFORM MDL-BUSCA THRU MDL-BUSCA-FIM
                DISPLAY (06, 44) TEXTOMODELO.
       MDL-MOSTRA-FIM.
                EXIT.
      *
      **********************
      * VALIDACAO E PESQUISA DE CEP (CEP.DAT)  *
      **********************
      *****************************************
      *
           COPY CPYHLPP.
      *
      *****************************************
      * ALIENACAO FIDUCIARIA DA PLACA         *
      *****************************************
      *
           COPY CPYFINP REPLACING ==CPY-PLACA== BY ==PLACA==.
       FIM-ROT-TEMPO.
