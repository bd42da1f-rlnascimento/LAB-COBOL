      * RELDEPRE, VIA CPYDEPW/CPYDEPP) E CALCULADO E GRAVADO JUNTO,
      * O REGISTRO SAI DO ARQUIVO ATIVO E VAI PARA VEICVEND.DAT -
      * MESMO MOVIMENTO QUE O ARCSUCAT FAZ COM A SUCATA. O RESULTADO
      * POR PERIODO SAI NO RELVEND. PLACA COM RECALL DO FABRICANTE
      * AINDA NAO ATENDIDO (RECALVEI.DAT, VIA CPYRCVP) DA AVISO E SO
      * SEGUE COM CONFIRMACAO; A VENDA ASSIM FICA MARCADA NA AUDITORIA.
      * PLACA ALIENADA (CONTRATO DE FINANCIAMENTO OU LEASING EM ABERTO
      * NO FINANC.DAT, VIA CPYFINP) NAO E VENDIDA: A QUITACAO TEM DE
      * SER REGISTRADA ANTES NO CADFINPG. VENDA ABAIXO DO VALOR
      * CONTABIL EM MAIS DO QUE A ALCADA DO OPERADOR (FUNCAO VEND, VER
      * CPYALPP) NAO E REGISTRADA: VAI PARA A FILA DO APRALC, QUE FAZ
      * A BAIXA DO VEICULO NA APROVACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VND-PLACA
                    FILE STATUS  IS ST-VND.
           COPY CPYRCVS.
           COPY CPYFINS.
           COPY CPYAUDS.
           COPY CPYALPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 VND-PRECO           PIC 9(08)V99.
                03 VND-VALORCONTABIL   PIC 9(06)V99.
      *
           COPY CPYRCVR.
           COPY CPYFINR.
           COPY CPYAUDR.
           COPY CPYALPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY CPYDEPW.
           COPY CPYMASC.
           COPY CPYCPFW.
           COPY CPYRCVW.
           COPY CPYFINW.
           COPY CPYAUDW.
           COPY CPYCPXW.
           COPY CPYALPW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE CADVEIC
                  GO TO ROT-FIM.
      *        RECALVEI E OPCIONAL: SEM ELE A VENDA NAO AVISA DE RECALL
           OPEN INPUT RECALVEI
           IF ST-RCV = "00"
               MOVE "S" TO W-RCVDISP.
      *        FINANC E OPCIONAL: SEM ELE NENHUMA PLACA E TIDA POR
      *        ALIENADA
           OPEN INPUT FINANC
           IF ST-FIN = "00"
               MOVE "S" TO W-FINDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO VND-PLACA VND-COMPRADOR
                DISPLAY (09, 01) "DATA DA VENDA   : __/__/____"
                DISPLAY (10, 01) "PRECO ACERTADO  : ".
       INC-002.
                MOVE ZEROS TO W-RCVQTD
                DISPLAY (12, 01) LIMPA
                DISPLAY (13, 01) LIMPA
                ACCEPT (04, 18) VND-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 18) PROPRIETARIO.
      *        ALIENACAO FIDUCIARIA EM ABERTO: SO VENDE DEPOIS DA
      *        QUITACAO
                PERFORM FIN-GRAV THRU FIN-GRAV-FIM
                IF W-FINGRAV = "S"
                   DISPLAY (12, 01) "*** ALIENADO - BANCO"
                   DISPLAY (12, 22) W-FINBANCO
                   DISPLAY (13, 01) "CONTRATO"
                   DISPLAY (13, 10) W-FINCONTR
                   MOVE "*** VEICULO ALIENADO - QUITAR ANTES DA VENDA"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
      *        RECALL DO FABRICANTE EM ABERTO: AVISA ANTES DE VENDER
                PERFORM RCV-PEND THRU RCV-PEND-FIM
                IF W-RCVQTD = ZEROS
                   GO TO INC-003.
                DISPLAY (12, 01) "*** RECALL EM ABERTO:"
                DISPLAY (12, 23) W-RCVQTD
                DISPLAY (12, 26) "CAMPANHA"
                DISPLAY (12, 35) W-RCVCAMP.
       INC-002A.
                MOVE "N" TO W-OPCAO
                DISPLAY (13, 01) "VENDER MESMO ASSIM (S/N) : "
                ACCEPT (13, 28) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ATENDER O RECALL ANTES DA VENDA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-003.
                ACCEPT (09, 18) W-DATSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE W-DATSEL-MES  TO VND-DATAVENDA-MES
                MOVE W-DATSEL-DIA  TO VND-DATAVENDA-DIA
                MOVE DEP-VALORATU  TO VND-VALORCONTABIL
      *        PERDA SOBRE O CONTABIL ACIMA DA ALCADA: A VENDA AGUARDA
      *        O SUPERVISOR E O VEICULO FICA NO ATIVO ATE LA
                MOVE ZEROS TO W-ALPVALOR
                IF DEP-VALORATU > VND-PRECO
                   COMPUTE W-ALPVALOR = DEP-VALORATU - VND-PRECO.
                MOVE "VEND" TO W-ALPFUNCAO
                PERFORM ALC-CONFERE THRU ALC-CONFERE-FIM
                IF W-ALCOK = "S"
                   GO TO INC-WR2.
                MOVE SPACES TO W-ALPID
                MOVE VND-PLACA TO W-ALPID
                MOVE "I" TO W-ALPMODO
                MOVE REGVND TO W-ALPIMAGEM
                MOVE "N" TO W-ALPIMAGEM (124:1)
                IF W-RCVQTD NOT = ZEROS
                   MOVE "S" TO W-ALPIMAGEM (124:1).
                PERFORM ALP-GRAVA THRU ALP-GRAVA-FIM
                GO TO INC-001.
       INC-WR2.
                WRITE REGVND
                IF ST-VND NOT = "00" AND ST-VND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO VEICVEND.DAT" TO MENS
                MOVE "VENDA"      TO AUD-ACAO
                MOVE VND-PLACA    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "VEICULO"    TO W-CPXARQ
                MOVE VND-PLACA    TO W-CPXID
                MOVE ZEROS        TO W-CPXCEP
                CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                    W-CPXOK
                IF W-RCVQTD NOT = ZEROS
                   MOVE "VEICULO"    TO AUD-ARQ
                   MOVE "VND RECALL" TO AUD-ACAO
                   MOVE VND-PLACA    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
                ADD 1 TO W-VENDIDOS
                MOVE "*** VENDA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
       ROT-ENC.
                CLOSE CADVEIC VEICVEND AUDITORIA.
                IF W-RCVDISP = "S"
                   CLOSE RECALVEI.
                IF W-FINDISP = "S"
                   CLOSE FINANC.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
      *
           COPY CPYAUDP.
      *
      **********************
      * ALCADA (ALCPEND.DAT) *
      **********************
      *
           COPY CPYALPP.
      *
      *****************************************
      * ROTINA DE VALIDACAO DO CPF (MODULO 11) *
      *****************************************
      *****************************************
      *
           COPY CPYDEPP.
      *
      *****************************************
      * RECALLS EM ABERTO DA PLACA            *
      *****************************************
      *
           COPY CPYRCVP REPLACING ==CPY-PLACA== BY ==VND-PLACA==.
           COPY CPYFINP REPLACING ==CPY-PLACA== BY ==VND-PLACA==.
       FIM-ROT-TEMPO.
