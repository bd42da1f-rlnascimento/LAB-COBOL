      * CPF EXISTE LA) E O ODOMETRO. VEICULO JA NA RUA NUNCA SAI DE
      * NOVO - E EXATAMENTE A ALOCACAO EM ABERTO QUE BARRA. O
      * PARADEIRO DA FROTA E O USO ACUMULADO SAEM NO RELALOC.
      * A CATEGORIA DA CNH DO MOTORISTA TAMBEM PRECISA COBRIR A DO
      * MODELO DO VEICULO (CATALOGO MODELO.DAT, CPYCNHP).
      * VEICULO COM ORDEM DE SERVICO EM ABERTO (ORDSERV.DAT, CPYOSVP)
      * ESTA NA OFICINA E NAO SAI - O NUMERO DA OS APARECE NO AVISO.
      * NA SAIDA O CENTRO DE CUSTO QUE PAGA O USO VEM DO CADASTRO DO
      * MOTORISTA (MTR-CCUSTO) E PODE SER TROCADO PELO OPERADOR; COM O
      * CCUSTO.DAT IMPLANTADO E OBRIGATORIO E PRECISA ESTAR ATIVO. E
      * ELE QUE O RATCCUS USA NO RATEIO DO MES.
      * ANTES DE GRAVAR A SAIDA OU O RETORNO O VISALOC FAZ A VISTORIA
      * DO VEICULO (ITENS DA CHKITEM.DAT E MAPA DE AVARIAS); SEM A
      * VISTORIA CONCLUIDA O MOVIMENTO NAO E REGISTRADO. AVARIA NOVA
      * NO RETORNO FICA NO NOME DO MOTORISTA DA ALOCACAO.
      * MOTORISTA COM NOTA ABAIXO DO MINIMO NA ULTIMA APURACAO DO
      * RELSCORE (SCORE.DAT) GERA AVISO NA SAIDA - SO AVISO, A SAIDA
      * SEGUE NORMALMENTE.
      * NO RETORNO, ANTES DA VISTORIA, O DIABORDO PEDE O DIARIO DE
      * BORDO (TRECHOS COM DESTINO, MOTIVO E KM - TRECHO.DAT); A
      * ALOCACAO SO FECHA COM A SOMA DOS TRECHOS BATENDO COM O
      * ODOMETRO DENTRO DA TOLERANCIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-AMI.
           COPY CPYRSVS.
           COPY CPYMTRS.
           COPY CPYMDLS.
           COPY CPYOSVS.
           COPY CPYCCUS.
           COPY CPYAUDS.
           COPY CPYSCOS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               REPLACING ==CODCEP== BY ==AMI-CODCEP==.
           COPY CPYRSVR.
           COPY CPYMTRR.
           COPY CPYMDLR.
           COPY CPYOSVR.
           COPY CPYCCUR.
           COPY CPYAUDR.
           COPY CPYSCOR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-RSVNOME    PIC X(35) VALUE SPACES.
       77 ST-MTR       PIC X(02) VALUE "00".
       77 W-MTROK      PIC X(01) VALUE "N".
       77 W-LIBACAO    PIC X(10) VALUE SPACES.
       77 ST-CCU       PIC X(02) VALUE "00".
       77 W-CCUDISP    PIC X(01) VALUE "N".
       77 W-CCUDEF     PIC X(06) VALUE SPACES.
       77 W-VISMOM     PIC X(01) VALUE SPACES.
       77 W-VISOK      PIC X(01) VALUE "N".
       77 ST-SCO       PIC X(02) VALUE "00".
       77 W-KMROD      PIC 9(07) VALUE ZEROS.
       77 W-DIAOK      PIC X(01) VALUE "N".
           COPY CPYCNHW.
       01 W-HOJE8      PIC 9(08) VALUE ZEROS.
       01 W-CHVABERTA.
            03 W-CHV-PLACA    PIC X(07).
            03 W-HOJE-DIA    PIC 9(02).
           COPY CPYCPFW.
           COPY CPYAUDW.
           COPY CPYOSVW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ALOCA
                   GO TO ROT-FIM.
      *        SEM O ORDSERV.DAT NENHUM VEICULO FICA PRESO NA OFICINA
                OPEN INPUT ORDSERV
                IF ST-OSV = "00"
                   MOVE "S" TO W-OSVDISP.
      *        SEM O CCUSTO.DAT O CENTRO DE CUSTO NAO E CONFERIDO
                OPEN INPUT CCUSTO
                IF ST-CCU = "00"
                   MOVE "S" TO W-CCUDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO ALO-PLACA ALO-NOME ALO-CCUSTO
                MOVE ZEROS  TO ALO-DATASAI ALO-HORASAI ALO-CPF
                MOVE ZEROS  TO ALO-ODOSAI ALO-DATARET ALO-HORARET
                MOVE ZEROS  TO ALO-ODORET W-CPF
                DISPLAY (06, 01) "QUEM LEVA/LEVOU : "
                DISPLAY (07, 01) "CPF             : "
                DISPLAY (08, 01) "ODOMETRO SAIDA  : "
                DISPLAY (09, 01) "ODOMETRO RETORNO: "
                DISPLAY (10, 01) "CENTRO DE CUSTO : ".
       INC-002.
                ACCEPT (04, 18) ALO-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
      *****************************************
      *
       SAI-001.
                PERFORM OSV-BLOQ THRU OSV-BLOQ-FIM
                IF W-OSVBLOQ = "S"
                   MOVE SPACES TO MENS
                   STRING "*** VEICULO NA OFICINA - OS " W-OSVNUM
                          " ***" DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (11, 01) "VEICULO NA GARAGEM - REGISTRANDO"
                DISPLAY (11, 34) "SAIDA"
      *        RESERVA DO DIA: O AVISO SAI ANTES DA CAPTURA, PARA O
                PERFORM MTR-CHECA THRU MTR-CHECA-FIM
                IF W-MTROK NOT = "S"
                   GO TO SAI-003.
                PERFORM SCO-AVISA THRU SCO-AVISA-FIM
                MOVE W-CCUDEF TO ALO-CCUSTO
                PERFORM AMI-CASA THRU AMI-CASA-FIM
                IF W-RSVCPF NOT = ZEROS AND W-RSVCPF NOT = W-CPF
                   MOVE "** VEICULO RESERVADO PARA OUTRA PESSOA **"
                ACCEPT (08, 18) ALO-ODOSAI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO SAI-003.
      *        CENTRO DE CUSTO: SUGERIDO PELO MOTORISTA, O OPERADOR
      *        PODE TROCAR
       SAI-005.
                ACCEPT (10, 18) ALO-CCUSTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO SAI-004.
                DISPLAY (10, 25) LIMPA
                IF W-CCUDISP NOT = "S"
                   GO TO SAI-WR1.
                IF ALO-CCUSTO = SPACES
                   MOVE "*** CENTRO DE CUSTO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SAI-005.
                MOVE ALO-CCUSTO TO CCU-COD
                READ CCUSTO
                IF ST-CCU NOT = "00"
                   MOVE "*** CENTRO DE CUSTO NAO CADASTRADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SAI-005.
                IF CCU-SITUACAO = "I"
                   MOVE "*** CENTRO DE CUSTO INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SAI-005.
                DISPLAY (10, 25) CCU-NOME.
       SAI-WR1.
                MOVE W-HOJE-ANO TO ALO-DATASAI-ANO
                MOVE W-HOJE-MES TO ALO-DATASAI-MES
                ACCEPT ALO-HORASAI FROM TIME
                MOVE W-CPF TO ALO-CPF
                MOVE ZEROS TO ALO-DATARET ALO-HORARET ALO-ODORET
      *        VISTORIA DE SAIDA (A TELA E DO VISALOC)
                MOVE "S" TO W-VISMOM
                CALL "VISALOC" USING ALO-CHAVE W-VISMOM ALO-CPF
                                     W-OPERADOR W-VISOK
                IF W-VISOK NOT = "S"
                   MOVE "*** SAIDA NAO REGISTRADA - SEM VISTORIA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                WRITE REGALO
                IF ST-ALO = "00" OR "02"
                      MOVE "ALOCA"      TO AUD-ARQ
                MOVE ALO-CPF TO W-CPF
                DISPLAY (07, 18) W-CPF
                DISPLAY (08, 18) ALO-ODOSAI
                DISPLAY (10, 18) ALO-CCUSTO
                DISPLAY (11, 01) "VEICULO NA RUA - REGISTRANDO"
                DISPLAY (11, 30) "RETORNO".
       RET-002.
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-002.
      *        DIARIO DE BORDO (A TELA E DO DIABORDO)
       RET-003.
                COMPUTE W-KMROD = ALO-ODORET - ALO-ODOSAI
                CALL "DIABORDO" USING ALO-CHAVE W-KMROD W-OPERADOR
                                      W-DIAOK
                IF W-DIAOK NOT = "S"
                   MOVE "*** RETORNO NAO REGISTRADO - SEM DIARIO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       RET-RW1.
                MOVE W-HOJE-ANO TO ALO-DATARET (1:4)
                MOVE W-HOJE-MES TO ALO-DATARET (5:2)
                MOVE W-HOJE-DIA TO ALO-DATARET (7:2)
                ACCEPT ALO-HORARET FROM TIME
      *        VISTORIA DE RETORNO (A TELA E DO VISALOC)
                MOVE "R" TO W-VISMOM
                CALL "VISALOC" USING ALO-CHAVE W-VISMOM ALO-CPF
                                     W-OPERADOR W-VISOK
                IF W-VISOK NOT = "S"
                   MOVE "*** RETORNO NAO REGISTRADO - SEM VISTORIA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                REWRITE REGALO
                IF ST-ALO = "00" OR "02"
                      MOVE "ALOCA"      TO AUD-ARQ
      *
       MTR-CHECA.
                MOVE "S" TO W-MTROK
                MOVE SPACES TO W-CCUDEF
                OPEN INPUT MOTORIST
                IF ST-MTR NOT = "00"
                   GO TO MTR-CHECA-FIM.
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE MOTORIST
                   MOVE "LIBERACAO" TO W-LIBACAO
                   GO TO MTR-LIBERA.
                MOVE MTR-CCUSTO TO W-CCUDEF
                IF MTR-VALIDADE < W-HOJE8
                   CLOSE MOTORIST
                   MOVE "*** CNH VENCIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "LIBERACAO" TO W-LIBACAO
                   GO TO MTR-LIBERA.
      *        CATEGORIA DA CNH CONTRA A EXIGIDA PELO MODELO
                PERFORM CNH-EXIGE THRU CNH-EXIGE-FIM
                MOVE MTR-CATEG TO W-CNHMOT
                PERFORM CNH-COBRE THRU CNH-COBRE-FIM
                IF W-CNHOK NOT = "S"
                   CLOSE MOTORIST
                   MOVE SPACES TO MENS
                   STRING "*** CNH " W-CNHMOT " - O VEICULO EXIGE "
                          W-CNHEXI " ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "LIB-CATEG" TO W-LIBACAO
                   GO TO MTR-LIBERA.
                DISPLAY (07, 32) "CNH OK "
                DISPLAY (07, 39) MTR-NOME
                IF W-OPCAO = "S" OR "s"
                   MOVE "S" TO W-MTROK
                   MOVE "ALOCA"      TO AUD-ARQ
                   MOVE W-LIBACAO    TO AUD-ACAO
                   MOVE ALO-PLACA    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   DISPLAY (21, 01) LIMPA
       MTR-CHECA-FIM.
                EXIT.
      *
      *****************************************
      * NOTA DO MOTORISTA NA ULTIMA APURACAO  *
      * DO RELSCORE (SCORE.DAT, SOB DEMANDA)  *
      *****************************************
      *
       SCO-AVISA.
                DISPLAY (13, 01) LIMPA
                DISPLAY (13, 51) "                              "
                OPEN INPUT SCORE
                IF ST-SCO NOT = "00"
                   GO TO SCO-AVISA-FIM.
                MOVE W-CPF TO SCO-CPF
                READ SCORE
                IF ST-SCO NOT = "00"
                   CLOSE SCORE
                   GO TO SCO-AVISA-FIM.
                CLOSE SCORE
                IF SCO-ALERTA NOT = "S"
                   GO TO SCO-AVISA-FIM.
                DISPLAY (13, 01) "ATENCAO: MOTORISTA EM ALERTA - NOTA"
                DISPLAY (13, 37) SCO-NOTA
                DISPLAY (13, 41) "(MINIMO"
                DISPLAY (13, 49) SCO-MINIMO
                DISPLAY (13, 52) ") TRIMESTRE"
                DISPLAY (13, 64) SCO-ANO
                DISPLAY (13, 68) "/"
                DISPLAY (13, 69) SCO-TRI
                MOVE "** MOTORISTA COM NOTA ABAIXO DO MINIMO **" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SCO-AVISA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE ALOCA CADVEIC AUDITORIA.
                IF W-OSVDISP = "S"
                   CLOSE ORDSERV.
                IF W-CCUDISP = "S"
                   CLOSE CCUSTO.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
      *****************************************
      *
           COPY CPYCPFP.
      *
      *****************************************
      * CATEGORIA DE CNH EXIGIDA (MODELO.DAT)  *
      *****************************************
      *
           COPY CPYCNHP.
      *
      *****************************************
      * VEICULO PRESO EM OS (ORDSERV.DAT)     *
      *****************************************
      *
           COPY CPYOSVP
               REPLACING ==CPY-PLACA== BY ==ALO-PLACA==.
       FIM-ROT-TEMPO.
