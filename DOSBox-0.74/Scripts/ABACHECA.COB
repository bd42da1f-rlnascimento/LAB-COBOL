       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABACHECA.
      **************************************
      *  ANOMALIAS E SUSPEITAS DE FRAUDE   *
      *  NOS ABASTECIMENTOS (ABASTEC.DAT)  *
      **************************************
      *----------------------------------------------------------------
      * JOB DA ESTEIRA NOTURNA: PERCORRE OS ABASTECIMENTOS POR PLACA,
      * EM ORDEM DE DATA E HORA, E ACUSA CADA UM QUE CAIA NUM DESTES
      * CRIVOS (CADA TIPO VIRA UMA INVESTIGACAO EM INVESTIG.DAT):
      *   T - LITROS ACIMA DA CAPACIDADE DO TANQUE DO MODELO;
      *   P - PRECO POR LITRO MAIS DE 20 POR CENTO LONGE DA MEDIA DO
      *       MES PARA O MESMO COMBUSTIVEL (MEDIA APURADA NA PRIMEIRA
      *       PASSADA, LITROS E VALORES DE TODA A FROTA);
      *   K - DOIS ABASTECIMENTOS TAO PERTO EM KM QUE O TANQUE NAO
      *       PODERIA TER GASTO O QUE ENTROU (KM RODADOS / KM/L DE
      *       REFERENCIA, MAIS UMA FOLGA DE 10 POR CENTO DO TANQUE);
      *   C - CONSUMO (KM/L) MAIS DE 30 POR CENTO FORA DA REFERENCIA
      *       DO MODELO - A DO CATALOGO (MDL-KML) OU, SE ZERADA, A
      *       MEDIA DO MODELO NA FROTA;
      *   G - ABASTECIDO SEM ALOCACAO ABERTA EM ALOCA.DAT NAQUELE
      *       MOMENTO (CARRO NA GARAGEM). SO VALE PARA VEICULO QUE JA
      *       TINHA SAIDO POR ALOCACAO ANTES.
      * CADA INVESTIGACAO LEVA O MOTORISTA QUE ESTAVA COM O CARRO NA
      * HORA (ALO-CPF/ALO-NOME). UMA SUSPEITA JA GRAVADA NAO E
      * REGRAVADA NEM REABERTA - A RESOLUCAO DADA NO CADINVES FICA.
      * SEM MODELO NO VEICULO (OU SEM MODELO.DAT) SO SAEM O PRECO E A
      * GARAGEM; SEM ALOCA.DAT NAO HA MOTORISTA NEM CRIVO DE GARAGEM.
      * TERMINA COM GOBACK E RC 8 EM ERRO DE ABERTURA, PARA RODAR SOB
      * O JOBCTRL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYABAS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.
           COPY CPYMDLS.
           COPY CPYALOS.
           COPY CPYINVS.
           SELECT RELABA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYABAR.
           COPY CPYVEIR.
           COPY CPYMDLR.
           COPY CPYALOR.
           COPY CPYINVR.
      *
       FD  RELABA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ABACHECA.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-VEI         PIC X(02) VALUE "00".
       77 ST-MDL         PIC X(02) VALUE "00".
       77 ST-ALO         PIC X(02) VALUE "00".
       77 ST-INV         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-ABADISP      PIC X(01) VALUE "N".
       77 W-MDLDISP      PIC X(01) VALUE "N".
       77 W-ALODISP      PIC X(01) VALUE "N".
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
      *TOLERANCIAS DOS CRIVOS (POR CENTO)
       77 W-TOLPRC       PIC 9(02) VALUE 20.
       77 W-TOLKML       PIC 9(02) VALUE 30.
       77 W-FOLGA        PIC 9(02) VALUE 10.
      *VEICULO CORRENTE (CARREGADO NA QUEBRA DE PLACA)
       77 W-PLACAANT     PIC X(07) VALUE SPACES.
       77 W-ODOANT       PIC 9(07) VALUE ZEROS.
       77 W-MDLCHV       PIC 9(04) VALUE ZEROS.
       77 W-COMB         PIC X(01) VALUE SPACES.
       77 W-TANQUE       PIC 9(03) VALUE ZEROS.
       77 W-KMLREF       PIC 9(03)V99 VALUE ZEROS.
      *MOTORISTA COM O CARRO NA HORA DO ABASTECIMENTO
       77 W-TEVEALO      PIC X(01) VALUE "N".
       77 W-EMUSO        PIC X(01) VALUE "N".
       77 W-CPF          PIC 9(11) VALUE ZEROS.
       77 W-NOME         PIC X(35) VALUE SPACES.
       77 W-DATA9        PIC 9(08) VALUE ZEROS.
       77 W-DATAALO      PIC 9(08) VALUE ZEROS.
       77 W-MOMABA       PIC 9(14) VALUE ZEROS.
       77 W-MOMALO       PIC 9(14) VALUE ZEROS.
      *CONTAS DOS CRIVOS
       77 W-MESABA       PIC 9(06) VALUE ZEROS.
       77 W-PRECO        PIC 9(05)V999 VALUE ZEROS.
       77 W-MEDPRC       PIC 9(05)V999 VALUE ZEROS.
       77 W-LIMINF       PIC 9(05)V999 VALUE ZEROS.
       77 W-LIMSUP       PIC 9(05)V999 VALUE ZEROS.
       77 W-KMDIF        PIC 9(07) VALUE ZEROS.
       77 W-KML          PIC 9(05)V99 VALUE ZEROS.
       77 W-KMLINF       PIC 9(03)V99 VALUE ZEROS.
       77 W-KMLSUP       PIC 9(03)V99 VALUE ZEROS.
       77 W-LITMAX       PIC 9(07)V99 VALUE ZEROS.
       77 W-TIPO         PIC X(01) VALUE SPACES.
       77 W-DETALHE      PIC X(40) VALUE SPACES.
       77 W-DATAED       PIC X(10) VALUE SPACES.
       77 W-LITED        PIC ZZZ9,99.
       77 W-TANED        PIC ZZ9.
       77 W-PRCED        PIC ZZZZ9,999.
       77 W-MEDED        PIC ZZZZ9,999.
       77 W-KMED         PIC ZZZZZZ9.
       77 W-KMLED        PIC ZZZZ9,99.
       77 W-KMLED1       PIC ZZ9,99.
       77 W-KMLED2       PIC ZZ9,99.
      *CONTADORES
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-NOVAS        PIC 9(05) VALUE ZEROS.
       77 W-JAEXIST      PIC 9(05) VALUE ZEROS.
       77 W-ABERTAS      PIC 9(05) VALUE ZEROS.
       77 W-CNTT         PIC 9(05) VALUE ZEROS.
       77 W-CNTP         PIC 9(05) VALUE ZEROS.
       77 W-CNTK         PIC 9(05) VALUE ZEROS.
       77 W-CNTC         PIC 9(05) VALUE ZEROS.
       77 W-CNTG         PIC 9(05) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-JX           PIC 9(03) VALUE ZEROS.
      *MEDIA DE PRECO POR COMBUSTIVEL E MES (AAAAMM)
       77 W-PRCQTD       PIC 9(03) VALUE ZEROS.
       01 W-TABPRC.
            03 W-PRC OCCURS 300 TIMES.
                05 PRC-COMB     PIC X(01).
                05 PRC-MES      PIC 9(06).
                05 PRC-LITROS   PIC 9(09)V99.
                05 PRC-VALOR    PIC 9(11)V99.
      *KM E LITROS POR MODELO (MARCA + CODMODELO) PARA A MEDIA DA FROTA
       77 W-MDCQTD       PIC 9(03) VALUE ZEROS.
       01 W-TABMDC.
            03 W-MDC OCCURS 300 TIMES.
                05 MDC-CHAVE    PIC 9(04).
                05 MDC-KM       PIC 9(09).
                05 MDC-LITROS   PIC 9(09)V99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABA-OP0 THRU ABA-OP0-FIM.
           PERFORM ABA-MEDIAS THRU ABA-MEDIAS-FIM.
           PERFORM ABA-CONFERE THRU ABA-CONFERE-FIM.
           PERFORM ABA-RESUMO THRU ABA-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       ABA-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CADVEIC
           IF ST-VEI NOT = "00"
               DISPLAY "ERRO AO ABRIR CADVEIC - ST=" ST-VEI
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN I-O INVESTIG
           IF ST-INV = "30" OR ST-INV = "35"
               OPEN OUTPUT INVESTIG
               CLOSE INVESTIG
               OPEN I-O INVESTIG.
           IF ST-INV NOT = "00"
               DISPLAY "ERRO AO ABRIR INVESTIG.DAT - ST=" ST-INV
               CLOSE CADVEIC
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN OUTPUT RELABA
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR ABACHECA.TXT - ST=" ST-REL
               CLOSE CADVEIC INVESTIG
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "ABACHECA.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "ABACHECA" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE CADVEIC INVESTIG RELABA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
      *        SEM ABASTECIMENTOS NAO HA O QUE CONFERIR; MODELO E
      *        ALOCACOES SO REFINAM OS CRIVOS
           OPEN INPUT ABASTEC
           IF ST-ABA = "00"
               MOVE "S" TO W-ABADISP.
           OPEN INPUT MODELO
           IF ST-MDL = "00"
               MOVE "S" TO W-MDLDISP.
           OPEN INPUT ALOCA
           IF ST-ALO = "00"
               MOVE "S" TO W-ALODISP.
           MOVE "ABASTECIMENTOS SUSPEITOS - NOVAS INVESTIGACOES"
               TO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
           MOVE "T=TANQUE P=PRECO K=KM CURTO C=CONSUMO G=GARAGEM"
               TO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
           MOVE "PLACA   DATA       T CPF MOTORIS. DETALHE"
               TO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
       ABA-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA: MEDIA DE PRECO POR COMBUSTIVEL/MES E KM/L
      * DE CADA MODELO NA FROTA
      *-----------------------------------------------------------------
       ABA-MEDIAS.
           IF W-ABADISP NOT = "S"
               GO TO ABA-MEDIAS-FIM.
           MOVE SPACES TO W-PLACAANT.
       ABA-MEDIAS-LER.
           READ ABASTEC NEXT RECORD
               AT END
                   GO TO ABA-MEDIAS-FIM.
           IF ABA-PLACA NOT = W-PLACAANT
               PERFORM VEI-CARREGA THRU VEI-CARREGA-FIM.
           IF ABA-LITROS > ZEROS AND W-COMB NOT = SPACES
               AND W-COMB NOT = "L"
               PERFORM PRC-SOMA THRU PRC-SOMA-FIM.
           IF W-MDLCHV NOT = ZEROS AND W-ODOANT > ZEROS
               AND ABA-ODOMETRO > W-ODOANT AND ABA-LITROS > ZEROS
               PERFORM MDC-SOMA THRU MDC-SOMA-FIM.
           IF ABA-ODOMETRO > ZEROS
               MOVE ABA-ODOMETRO TO W-ODOANT.
           GO TO ABA-MEDIAS-LER.
       ABA-MEDIAS-FIM.
           EXIT.
      *
       PRC-SOMA.
           COMPUTE W-MESABA = ABA-DATA-ANO * 100 + ABA-DATA-MES
           PERFORM PRC-ACHA THRU PRC-ACHA-FIM
           IF W-IX = ZEROS
               IF W-PRCQTD NOT < 300
                   GO TO PRC-SOMA-FIM
               ELSE
                   ADD 1 TO W-PRCQTD
                   MOVE W-PRCQTD TO W-IX
                   MOVE W-COMB   TO PRC-COMB (W-IX)
                   MOVE W-MESABA TO PRC-MES (W-IX)
                   MOVE ZEROS    TO PRC-LITROS (W-IX)
                   MOVE ZEROS    TO PRC-VALOR (W-IX).
           ADD ABA-LITROS TO PRC-LITROS (W-IX)
           ADD ABA-VALOR  TO PRC-VALOR (W-IX).
       PRC-SOMA-FIM.
           EXIT.
      *
       PRC-ACHA.
           MOVE ZEROS TO W-IX
           MOVE 1 TO W-JX.
       PRC-ACHA-LER.
           IF W-JX > W-PRCQTD
               GO TO PRC-ACHA-FIM.
           IF PRC-COMB (W-JX) = W-COMB AND PRC-MES (W-JX) = W-MESABA
               MOVE W-JX TO W-IX
               GO TO PRC-ACHA-FIM.
           ADD 1 TO W-JX
           GO TO PRC-ACHA-LER.
       PRC-ACHA-FIM.
           EXIT.
      *
       MDC-SOMA.
           PERFORM MDC-ACHA THRU MDC-ACHA-FIM
           IF W-IX = ZEROS
               IF W-MDCQTD NOT < 300
                   GO TO MDC-SOMA-FIM
               ELSE
                   ADD 1 TO W-MDCQTD
                   MOVE W-MDCQTD TO W-IX
                   MOVE W-MDLCHV TO MDC-CHAVE (W-IX)
                   MOVE ZEROS    TO MDC-KM (W-IX)
                   MOVE ZEROS    TO MDC-LITROS (W-IX).
           COMPUTE MDC-KM (W-IX) = MDC-KM (W-IX)
                                 + ABA-ODOMETRO - W-ODOANT
           ADD ABA-LITROS TO MDC-LITROS (W-IX).
       MDC-SOMA-FIM.
           EXIT.
      *
       MDC-ACHA.
           MOVE ZEROS TO W-IX
           MOVE 1 TO W-JX.
       MDC-ACHA-LER.
           IF W-JX > W-MDCQTD
               GO TO MDC-ACHA-FIM.
           IF MDC-CHAVE (W-JX) = W-MDLCHV
               MOVE W-JX TO W-IX
               GO TO MDC-ACHA-FIM.
           ADD 1 TO W-JX
           GO TO MDC-ACHA-LER.
       MDC-ACHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * QUEBRA DE PLACA: VEICULO E MODELO (COMBUSTIVEL, TANQUE, KM/L)
      *-----------------------------------------------------------------
       VEI-CARREGA.
           MOVE ABA-PLACA TO W-PLACAANT PLACA
           MOVE ZEROS  TO W-ODOANT W-MDLCHV W-TANQUE W-KMLREF
           MOVE SPACES TO W-COMB
           READ CADVEIC
           IF ST-VEI NOT = "00"
               GO TO VEI-CARREGA-FIM.
           IF W-MDLDISP NOT = "S" OR CODMODELO = ZEROS
               GO TO VEI-CARREGA-FIM.
           MOVE MARCA     TO MDL-MARCA
           MOVE CODMODELO TO MDL-COD
           READ MODELO
           IF ST-MDL NOT = "00"
               GO TO VEI-CARREGA-FIM.
           MOVE MDL-CHAVE   TO W-MDLCHV
           MOVE MDL-COMBUST TO W-COMB
           MOVE MDL-TANQUE  TO W-TANQUE
           MOVE MDL-KML     TO W-KMLREF.
       VEI-CARREGA-FIM.
           EXIT.
      *
      *        SEM CONSUMO DE CATALOGO, A REFERENCIA E A MEDIA DO
      *        PROPRIO MODELO APURADA NA PRIMEIRA PASSADA
       KML-REF.
           IF W-KMLREF > ZEROS OR W-MDLCHV = ZEROS
               GO TO KML-REF-FIM.
           PERFORM MDC-ACHA THRU MDC-ACHA-FIM
           IF W-IX = ZEROS
               GO TO KML-REF-FIM.
           IF MDC-LITROS (W-IX) > ZEROS
               COMPUTE W-KMLREF ROUNDED =
                   MDC-KM (W-IX) / MDC-LITROS (W-IX).
       KML-REF-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SEGUNDA PASSADA: OS CRIVOS, ABASTECIMENTO A ABASTECIMENTO
      *-----------------------------------------------------------------
       ABA-CONFERE.
           IF W-ABADISP NOT = "S"
               GO TO ABA-CONFERE-FIM.
           CLOSE ABASTEC
           OPEN INPUT ABASTEC
           IF ST-ABA NOT = "00"
               MOVE "N" TO W-ABADISP
               GO TO ABA-CONFERE-FIM.
           MOVE SPACES TO W-PLACAANT.
       ABA-CONFERE-LER.
           READ ABASTEC NEXT RECORD
               AT END
                   GO TO ABA-CONFERE-FIM.
           ADD 1 TO W-LIDOS.
           IF ABA-PLACA NOT = W-PLACAANT
               PERFORM VEI-CARREGA THRU VEI-CARREGA-FIM
               PERFORM KML-REF THRU KML-REF-FIM.
           MOVE ABA-DATA TO W-DATA9
           COMPUTE W-MOMABA = W-DATA9 * 1000000 + ABA-HORA
           MOVE SPACES TO W-DATAED
           STRING ABA-DATA-DIA "/" ABA-DATA-MES "/" ABA-DATA-ANO
                  DELIMITED BY SIZE INTO W-DATAED
           PERFORM ALO-BUSCA THRU ALO-BUSCA-FIM.
           PERFORM CHK-TANQUE THRU CHK-TANQUE-FIM.
           PERFORM CHK-PRECO THRU CHK-PRECO-FIM.
           PERFORM CHK-KM THRU CHK-KM-FIM.
           PERFORM CHK-GARAGEM THRU CHK-GARAGEM-FIM.
           IF ABA-ODOMETRO > ZEROS
               MOVE ABA-ODOMETRO TO W-ODOANT.
           GO TO ABA-CONFERE-LER.
       ABA-CONFERE-FIM.
           EXIT.
      *
      *        ALOCACAO MAIS RECENTE COM SAIDA ATE O MOMENTO DO
      *        ABASTECIMENTO: DIZ QUEM ESTAVA COM O CARRO E SE ELE
      *        AINDA ESTAVA NA RUA (SEM RETORNO OU RETORNO DEPOIS)
       ALO-BUSCA.
           MOVE "N" TO W-TEVEALO W-EMUSO
           MOVE ZEROS TO W-CPF
           MOVE SPACES TO W-NOME
           IF W-ALODISP NOT = "S"
               GO TO ALO-BUSCA-FIM.
           MOVE ABA-PLACA TO ALO-PLACA
           MOVE ZEROS TO ALO-DATASAI ALO-HORASAI
           START ALOCA KEY IS NOT LESS THAN ALO-CHAVE
           IF ST-ALO NOT = "00"
               GO TO ALO-BUSCA-FIM.
       ALO-BUSCA-LER.
           READ ALOCA NEXT RECORD
           IF ST-ALO NOT = "00"
               GO TO ALO-BUSCA-FIM.
           IF ALO-PLACA NOT = ABA-PLACA
               GO TO ALO-BUSCA-FIM.
           MOVE ALO-DATASAI TO W-DATAALO
           COMPUTE W-MOMALO = W-DATAALO * 1000000 + ALO-HORASAI
           IF W-MOMALO > W-MOMABA
               GO TO ALO-BUSCA-FIM.
           MOVE "S" TO W-TEVEALO
           MOVE ALO-CPF  TO W-CPF
           MOVE ALO-NOME TO W-NOME
           IF ALO-DATARET = ZEROS
               MOVE "S" TO W-EMUSO
               GO TO ALO-BUSCA-LER.
           COMPUTE W-MOMALO = ALO-DATARET * 1000000 + ALO-HORARET
           IF W-MOMALO < W-MOMABA
               MOVE "N" TO W-EMUSO
           ELSE
               MOVE "S" TO W-EMUSO.
           GO TO ALO-BUSCA-LER.
       ALO-BUSCA-FIM.
           EXIT.
      *
      *        T - MAIS LITROS DO QUE CABEM NO TANQUE
       CHK-TANQUE.
           IF W-TANQUE = ZEROS OR ABA-LITROS NOT > W-TANQUE
               GO TO CHK-TANQUE-FIM.
           MOVE ABA-LITROS TO W-LITED
           MOVE W-TANQUE   TO W-TANED
           MOVE SPACES TO W-DETALHE
           STRING "LITROS " W-LITED " ACIMA DO TANQUE DE "
                  W-TANED " L"
                  DELIMITED BY SIZE INTO W-DETALHE
           MOVE "T" TO W-TIPO
           PERFORM INV-GRAVA THRU INV-GRAVA-FIM.
       CHK-TANQUE-FIM.
           EXIT.
      *
      *        P - PRECO POR LITRO FORA DA FAIXA EM TORNO DA MEDIA DO
      *        MES PARA O COMBUSTIVEL DO MODELO
       CHK-PRECO.
           IF W-COMB = SPACES OR W-COMB = "L" OR ABA-LITROS = ZEROS
               GO TO CHK-PRECO-FIM.
           COMPUTE W-MESABA = ABA-DATA-ANO * 100 + ABA-DATA-MES
           PERFORM PRC-ACHA THRU PRC-ACHA-FIM
           IF W-IX = ZEROS
               GO TO CHK-PRECO-FIM.
           IF PRC-LITROS (W-IX) = ZEROS
               GO TO CHK-PRECO-FIM.
           COMPUTE W-MEDPRC ROUNDED =
               PRC-VALOR (W-IX) / PRC-LITROS (W-IX)
           COMPUTE W-PRECO ROUNDED = ABA-VALOR / ABA-LITROS
           COMPUTE W-LIMINF = W-MEDPRC * (100 - W-TOLPRC) / 100
           COMPUTE W-LIMSUP = W-MEDPRC * (100 + W-TOLPRC) / 100
           IF W-PRECO NOT < W-LIMINF AND W-PRECO NOT > W-LIMSUP
               GO TO CHK-PRECO-FIM.
           MOVE W-PRECO  TO W-PRCED
           MOVE W-MEDPRC TO W-MEDED
           MOVE SPACES TO W-DETALHE
           STRING "R$/L " W-PRCED " MEDIA DO MES " W-MEDED
                  DELIMITED BY SIZE INTO W-DETALHE
           MOVE "P" TO W-TIPO
           PERFORM INV-GRAVA THRU INV-GRAVA-FIM.
       CHK-PRECO-FIM.
           EXIT.
      *
      *        K - O QUE ENTROU NAO PODERIA TER SIDO GASTO NOS KM
      *        DESDE O ABASTECIMENTO ANTERIOR; SENAO, C - KM/L DO
      *        TRECHO FORA DA FAIXA DE REFERENCIA DO MODELO
       CHK-KM.
           IF W-KMLREF = ZEROS OR W-ODOANT = ZEROS
               OR ABA-ODOMETRO NOT > W-ODOANT OR ABA-LITROS = ZEROS
               GO TO CHK-KM-FIM.
           COMPUTE W-KMDIF = ABA-ODOMETRO - W-ODOANT
           IF W-TANQUE = ZEROS
               GO TO CHK-KM-CONSUMO.
           COMPUTE W-LITMAX = W-KMDIF / W-KMLREF
                            + W-TANQUE * W-FOLGA / 100
           IF ABA-LITROS NOT > W-LITMAX
               GO TO CHK-KM-CONSUMO.
           MOVE W-KMDIF    TO W-KMED
           MOVE ABA-LITROS TO W-LITED
           MOVE SPACES TO W-DETALHE
           STRING "SO " W-KMED " KM APOS O ANTERIOR: " W-LITED " L"
                  DELIMITED BY SIZE INTO W-DETALHE
           MOVE "K" TO W-TIPO
           PERFORM INV-GRAVA THRU INV-GRAVA-FIM
           GO TO CHK-KM-FIM.
       CHK-KM-CONSUMO.
           COMPUTE W-KML ROUNDED = W-KMDIF / ABA-LITROS
           COMPUTE W-KMLINF = W-KMLREF * (100 - W-TOLKML) / 100
           COMPUTE W-KMLSUP = W-KMLREF * (100 + W-TOLKML) / 100
           IF W-KML NOT < W-KMLINF AND W-KML NOT > W-KMLSUP
               GO TO CHK-KM-FIM.
           MOVE W-KML    TO W-KMLED
           MOVE W-KMLINF TO W-KMLED1
           MOVE W-KMLSUP TO W-KMLED2
           MOVE SPACES TO W-DETALHE
           STRING "KM/L " W-KMLED " FORA DE " W-KMLED1 "-" W-KMLED2
                  DELIMITED BY SIZE INTO W-DETALHE
           MOVE "C" TO W-TIPO
           PERFORM INV-GRAVA THRU INV-GRAVA-FIM.
       CHK-KM-FIM.
           EXIT.
      *
      *        G - CARRO QUE JA RODOU POR ALOCACAO, ABASTECIDO QUANDO
      *        A ULTIMA ALOCACAO JA TINHA VOLTADO
       CHK-GARAGEM.
           IF W-TEVEALO NOT = "S" OR W-EMUSO = "S"
               GO TO CHK-GARAGEM-FIM.
           MOVE "SEM ALOCACAO ABERTA - CARRO NA GARAGEM"
               TO W-DETALHE
           MOVE "G" TO W-TIPO
           PERFORM INV-GRAVA THRU INV-GRAVA-FIM.
       CHK-GARAGEM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * GRAVA A INVESTIGACAO (SE AINDA NAO EXISTE) E IMPRIME A LINHA
      *-----------------------------------------------------------------
       INV-GRAVA.
           MOVE ABA-PLACA  TO INV-PLACA
           MOVE W-DATA9    TO INV-DATA
           MOVE ABA-HORA   TO INV-HORA
           MOVE W-TIPO     TO INV-TIPO
           MOVE W-CPF      TO INV-CPF
           MOVE W-NOME     TO INV-NOME
           MOVE ABA-LITROS TO INV-LITROS
           MOVE ABA-VALOR  TO INV-VALOR
           MOVE W-DETALHE  TO INV-DETALHE
           MOVE W-HOJE     TO INV-DATADET
           MOVE "A"        TO INV-SITUACAO
           MOVE SPACES     TO INV-RESOL INV-OBS INV-OPERADOR
           MOVE ZEROS      TO INV-DATARES
           WRITE REGINV
           IF ST-INV = "22"
               ADD 1 TO W-JAEXIST
               GO TO INV-GRAVA-FIM.
           IF ST-INV NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO INVESTIG.DAT - ST=" ST-INV
               MOVE 8 TO RETURN-CODE
               GO TO INV-GRAVA-FIM.
           ADD 1 TO W-NOVAS
           IF W-TIPO = "T"
               ADD 1 TO W-CNTT.
           IF W-TIPO = "P"
               ADD 1 TO W-CNTP.
           IF W-TIPO = "K"
               ADD 1 TO W-CNTK.
           IF W-TIPO = "C"
               ADD 1 TO W-CNTC.
           IF W-TIPO = "G"
               ADD 1 TO W-CNTG.
           MOVE SPACES TO LINREL
           STRING ABA-PLACA " " W-DATAED " " W-TIPO " " W-CPF " "
                  W-DETALHE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
       INV-GRAVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO FINAL (COM O TOTAL AINDA EM ABERTO NO INVESTIG.DAT)
      *-----------------------------------------------------------------
       ABA-RESUMO.
           IF W-ABADISP = "S"
               CLOSE ABASTEC.
           IF W-MDLDISP = "S"
               CLOSE MODELO.
           IF W-ALODISP = "S"
               CLOSE ALOCA.
           CLOSE CADVEIC INVESTIG
           PERFORM INV-CONTA THRU INV-CONTA-FIM.
           MOVE SPACES TO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ABASTECIMENTOS CONFERIDOS..: " W-LIDOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "NOVAS INVESTIGACOES........: " W-NOVAS
                  "  (T=" W-CNTT " P=" W-CNTP " K=" W-CNTK
                  " C=" W-CNTC " G=" W-CNTG ")"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "JA INVESTIGADAS ANTES......: " W-JAEXIST
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EM ABERTO NO INVESTIG.DAT..: " W-ABERTAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ABA-IMP THRU ABA-IMP-FIM.
           CLOSE RELABA IMPRESSORA.
           DISPLAY "ABACHECA - RESULTADO EM ABACHECA.TXT".
           DISPLAY "NOVAS INVESTIGACOES..: " W-NOVAS.
           DISPLAY "EM ABERTO............: " W-ABERTAS.
       ABA-RESUMO-FIM.
           EXIT.
      *
       INV-CONTA.
           MOVE ZEROS TO W-ABERTAS
           OPEN INPUT INVESTIG
           IF ST-INV NOT = "00"
               GO TO INV-CONTA-FIM.
       INV-CONTA-LER.
           READ INVESTIG NEXT RECORD
               AT END
                   CLOSE INVESTIG
                   GO TO INV-CONTA-FIM.
           IF INV-SITUACAO = "A"
               ADD 1 TO W-ABERTAS.
           GO TO INV-CONTA-LER.
       INV-CONTA-FIM.
           EXIT.
      *
       ABA-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       ABA-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO CONTROLADOR DE ESTEIRA
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
