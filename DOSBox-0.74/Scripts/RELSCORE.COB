       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSCORE.
      **************************************
      *  PONTUACAO TRIMESTRAL DOS          *
      *  MOTORISTAS DA FROTA (SCORE.DAT)   *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O ANO E O TRIMESTRE. CADA CPF DO
      * MOTORIST.DAT (E QUEM MAIS TENHA ALOCACAO NO PERIODO) PARTE DE
      * 100 PONTOS E PERDE, COM OS PESOS DO PARAMET.DAT (VIA PARLER):
      *   SCRMULTA/SCRPONTO - POR MULTA COM INFRACAO NO TRIMESTRE JA
      *              ATRIBUIDA AO CONDUTOR PELO MULCOND E POR PONTO
      *              DELA NA CNH (RECURSO DEFERIDO NAO CONTA) - 5 E 1;
      *   SCRAVARIA - POR AVARIA NOVA ACHADA NA VISTORIA DE RETORNO
      *              (AVARIA.DAT, MOMENTO R) - 5;
      *   SCRSINI  - POR SINISTRO (SINISTRO.DAT) DA PLACA COM DATA
      *              DENTRO DE UMA ALOCACAO DO MOTORISTA - 10;
      *   SCRCOMB  - POR FAIXA DE 10% DE COMBUSTIVEL ABASTECIDO NAS
      *              ALOCACOES ACIMA DO ESPERADO PARA OS KM RODADOS
      *              PELA MEDIA DO MODELO NA FROTA (NA FALTA DELA, O
      *              KM/L DO CATALOGO) - 2;
      *   SCRATRASO - POR DEVOLUCAO DEPOIS DO FIM DA RESERVA QUE O
      *              MOTORISTA TINHA PARA A PLACA (RESERVA.DAT) - 3.
      * AS ALOCACOES CONTADAS SAO AS DEVOLVIDAS NO TRIMESTRE; OS KM
      * DELAS SAEM NO QUADRO E DESEMPATAM A CLASSIFICACAO. NOTA ABAIXO
      * DE SCRMINIMO (PADRAO 60) SAI EM ALERTA. A APURACAO FICA EM
      * SCORE.DAT (REGRAVADO A CADA RODADA), QUE O CADALOC CONSULTA
      * NA SAIDA DO VEICULO. DOIS SORTS NO MODELO DO RISCOEVA: O
      * PRIMEIRO JUNTA OS EVENTOS POR CPF E GRAVA O SCORE.DAT, O
      * SEGUNDO ORDENA PELA NOTA PARA A IMPRESSAO. SO O ALOCA.DAT E
      * OBRIGATORIO; SEM UM DOS OUTROS ARQUIVOS O COMPONENTE DELE SO
      * NAO PONTUA. ARQUIVOS: RELSCORE.TXT E O SPOOL RELSCORE.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALOS.
           COPY CPYMTRS.
           COPY CPYMLTS.
           COPY CPYAVRS.
           COPY CPYSINS.
           COPY CPYRSVS.
           COPY CPYABAS.
           COPY CPYMDLS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.
           COPY CPYSCOS.
           SELECT SCOORD ASSIGN TO DISK.
           SELECT SCORNK ASSIGN TO DISK.
           SELECT RELSCO ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALOR.
           COPY CPYMTRR.
           COPY CPYMLTR.
           COPY CPYAVRR.
           COPY CPYSINR.
           COPY CPYRSVR.
           COPY CPYABAR.
           COPY CPYMDLR.
           COPY CPYVEIR.
           COPY CPYSCOR.
      *
      *        ORD-TIPO 0 = MOTORISTA DO CADASTRO, A = ALOCACAO
      *        DEVOLVIDA NO TRIMESTRE, M = MULTA, D = AVARIA
       SD  SCOORD.
       01 REGORD.
                03 ORD-CPF         PIC 9(11).
                03 ORD-TIPO        PIC X(01).
                03 ORD-NOME        PIC X(35).
                03 ORD-KM          PIC 9(07).
                03 ORD-LITROS      PIC 9(07)V99.
                03 ORD-LITESP      PIC 9(07)V99.
                03 ORD-SINI        PIC 9(03).
                03 ORD-ATRASO      PIC 9(01).
                03 ORD-PONTOS      PIC 9(03).
      *
       SD  SCORNK.
       01 REGRNK.
                03 RNK-NOTA        PIC 9(03).
                03 RNK-KM          PIC 9(07).
                03 RNK-CPF         PIC 9(11).
                03 RNK-NOME        PIC X(35).
                03 RNK-SITMTR      PIC X(01).
                03 RNK-ALERTA      PIC X(01).
                03 RNK-ALOC        PIC 9(04).
                03 RNK-MULTAS      PIC 9(03).
                03 RNK-PONTOS      PIC 9(03).
                03 RNK-AVARIAS     PIC 9(03).
                03 RNK-SINI        PIC 9(03).
                03 RNK-ATRASOS     PIC 9(03).
                03 RNK-LITROS      PIC 9(07)V99.
                03 RNK-LITESP      PIC 9(07)V99.
                03 RNK-PMUL        PIC 9(03).
                03 RNK-PAVR        PIC 9(03).
                03 RNK-PSIN        PIC 9(03).
                03 RNK-PCOM        PIC 9(03).
                03 RNK-PATR        PIC 9(03).
      *
       FD  RELSCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSCORE.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ALO         PIC X(02) VALUE "00".
       77 ST-MTR         PIC X(02) VALUE "00".
       77 ST-MUL         PIC X(02) VALUE "00".
       77 ST-AVR         PIC X(02) VALUE "00".
       77 ST-SIN         PIC X(02) VALUE "00".
       77 ST-RSV         PIC X(02) VALUE "00".
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-MDL         PIC X(02) VALUE "00".
       77 ST-VEI         PIC X(02) VALUE "00".
       77 ST-SCO         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-SINDISP      PIC X(01) VALUE "N".
       77 W-RSVDISP      PIC X(01) VALUE "N".
       77 W-ABADISP      PIC X(01) VALUE "N".
       77 W-MDLDISP      PIC X(01) VALUE "N".
       77 W-VEIDISP      PIC X(01) VALUE "N".
      *        PERIODO
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-TRI          PIC 9(01) VALUE ZEROS.
       77 W-DATINI       PIC 9(08) VALUE ZEROS.
       77 W-DATFIM       PIC 9(08) VALUE ZEROS.
      *        PESOS E LIMITE (PARAMET.DAT VIA PARLER); AUSENTES,
      *        VALEM OS PADROES ABAIXO
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-PESOMUL      PIC 9(03) VALUE 5.
       77 W-PESOPTO      PIC 9(03) VALUE 1.
       77 W-PESOAVR      PIC 9(03) VALUE 5.
       77 W-PESOSIN      PIC 9(03) VALUE 10.
       77 W-PESOCOM      PIC 9(03) VALUE 2.
       77 W-PESOATR      PIC 9(03) VALUE 3.
       77 W-MINIMO       PIC 9(03) VALUE 60.
      *        ALOCACAO CORRENTE NA SELECAO
       77 W-PLACAVEI     PIC X(07) VALUE SPACES.
       77 W-MDLCHV       PIC 9(04) VALUE ZEROS.
       77 W-KMLREF       PIC 9(03)V99 VALUE ZEROS.
       77 W-ODOANT       PIC 9(07) VALUE ZEROS.
       77 W-DATSAI       PIC 9(08) VALUE ZEROS.
       77 W-DATRET       PIC 9(08) VALUE ZEROS.
       77 W-HHMMRET      PIC 9(04) VALUE ZEROS.
       01 W-MOMRET.
            03 W-MOMRET-DATA PIC 9(08).
            03 W-MOMRET-HORA PIC 9(06).
      *        APURACAO DO CPF CORRENTE NO PRIMEIRO SORT
       77 W-PRIMCPF      PIC X(01) VALUE "S".
       77 W-CPFANT       PIC 9(11) VALUE ZEROS.
       77 W-NOME         PIC X(35) VALUE SPACES.
       77 W-SITMTR       PIC X(01) VALUE SPACES.
       77 W-ALOC         PIC 9(04) VALUE ZEROS.
       77 W-KM           PIC 9(07) VALUE ZEROS.
       77 W-LITROS       PIC 9(07)V99 VALUE ZEROS.
       77 W-LITESP       PIC 9(07)V99 VALUE ZEROS.
       77 W-MULTAS       PIC 9(03) VALUE ZEROS.
       77 W-PONTOS       PIC 9(03) VALUE ZEROS.
       77 W-AVARIAS      PIC 9(03) VALUE ZEROS.
       77 W-SINI         PIC 9(03) VALUE ZEROS.
       77 W-ATRASOS      PIC 9(03) VALUE ZEROS.
       77 W-PMUL         PIC 9(05) VALUE ZEROS.
       77 W-PAVR         PIC 9(05) VALUE ZEROS.
       77 W-PSIN         PIC 9(05) VALUE ZEROS.
       77 W-PCOM         PIC 9(05) VALUE ZEROS.
       77 W-PATR         PIC 9(05) VALUE ZEROS.
       77 W-PERDA        PIC 9(05) VALUE ZEROS.
       77 W-EXCPCT       PIC 9(07) VALUE ZEROS.
       77 W-FAIXAS       PIC 9(05) VALUE ZEROS.
      *        CONTADORES DO RESUMO
       77 W-APURADOS     PIC 9(06) VALUE ZEROS.
       77 W-ALERTAS      PIC 9(06) VALUE ZEROS.
       77 W-SEMMOV       PIC 9(06) VALUE ZEROS.
       77 W-FORACAD      PIC 9(06) VALUE ZEROS.
       77 W-ALOLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-RANK         PIC 9(05) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-JX           PIC 9(03) VALUE ZEROS.
      *        EDICAO
       77 W-RANK-ED      PIC ZZ9.
       77 W-QTD-ED       PIC ZZ9.
       77 W-QTD2-ED      PIC ZZ9.
       77 W-PTS-ED       PIC ZZ9.
       77 W-PTS2-ED      PIC ZZ9.
       77 W-PTS3-ED      PIC ZZ9.
       77 W-ALOC-ED      PIC ZZZ9.
       77 W-KM-ED        PIC ZZZZZZ9.
       77 W-LIT-ED       PIC ZZZZZZ9,99.
       77 W-LIT2-ED      PIC ZZZZZZ9,99.
       77 W-NOTA-ED      PIC ZZ9.
       77 W-SITTXT       PIC X(13) VALUE SPACES.
      *        KM E LITROS POR MODELO (MARCA + CODMODELO) PARA A
      *        MEDIA DA FROTA - MESMA CONTA DO ABACHECA
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
           DISPLAY "RELSCORE - PONTUACAO TRIMESTRAL DOS MOTORISTAS".
       PED-ANO.
           DISPLAY "ANO (AAAA): ".
           MOVE ZEROS TO W-ANO
           ACCEPT W-ANO.
           IF W-ANO = ZEROS
               GO TO PED-ANO.
       PED-TRI.
           DISPLAY "TRIMESTRE (1 A 4): ".
           MOVE ZEROS TO W-TRI
           ACCEPT W-TRI.
           IF W-TRI < 1 OR W-TRI > 4
               GO TO PED-TRI.
           COMPUTE W-DATINI = W-ANO * 10000
                            + ((W-TRI - 1) * 3 + 1) * 100 + 1
           COMPUTE W-DATFIM = W-ANO * 10000 + W-TRI * 300 + 31
           PERFORM SCO-PAR THRU SCO-PAR-FIM.
           PERFORM SCO-OP0 THRU SCO-OP0-FIM.
           PERFORM SCO-MEDIAS THRU SCO-MEDIAS-FIM.
           SORT SCOORD ON ASCENDING KEY ORD-CPF ORD-TIPO
                       INPUT PROCEDURE SCO-SELECIONA
                                  THRU SCO-SELECIONA-FIM
                       OUTPUT PROCEDURE SCO-APURA
                                  THRU SCO-APURA-FIM.
           SORT SCORNK ON DESCENDING KEY RNK-NOTA RNK-KM
                          ASCENDING KEY RNK-CPF
                       INPUT PROCEDURE SCO-CARREGA
                                  THRU SCO-CARREGA-FIM
                       OUTPUT PROCEDURE SCO-IMPRIME
                                  THRU SCO-IMPRIME-FIM.
           PERFORM SCO-RESUMO THRU SCO-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * PESOS E LIMITE DO PARAMET.DAT
      *-----------------------------------------------------------------
       SCO-PAR.
           MOVE "SCRMULTA" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOMUL.
           MOVE "SCRPONTO" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOPTO.
           MOVE "SCRAVARIA" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOAVR.
           MOVE "SCRSINI" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOSIN.
           MOVE "SCRCOMB" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOCOM.
           MOVE "SCRATRASO" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOATR.
           MOVE "SCRMINIMO" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
              AND W-PARVALOR NOT > 100
               MOVE W-PARVALOR TO W-MINIMO.
       SCO-PAR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - SO O ALOCA.DAT E OBRIGATORIO
      *-----------------------------------------------------------------
       SCO-OP0.
           OPEN INPUT ALOCA
           IF ST-ALO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALOCA.DAT - ST=" ST-ALO
               GO TO ROT-FIM.
           OPEN OUTPUT RELSCO
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELSCORE.TXT - ST=" ST-REL
               CLOSE ALOCA
               GO TO ROT-FIM.
           MOVE "RELSCORE.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELSCORE" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALOCA RELSCO
               GO TO ROT-FIM.
           OPEN INPUT SINISTRO
           IF ST-SIN = "00"
               MOVE "S" TO W-SINDISP.
           OPEN INPUT RESERVA
           IF ST-RSV = "00"
               MOVE "S" TO W-RSVDISP.
           OPEN INPUT ABASTEC
           IF ST-ABA = "00"
               MOVE "S" TO W-ABADISP.
           OPEN INPUT MODELO
           IF ST-MDL = "00"
               MOVE "S" TO W-MDLDISP.
           OPEN INPUT CADVEIC
           IF ST-VEI = "00"
               MOVE "S" TO W-VEIDISP.
       SCO-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * KM/L DE CADA MODELO NA FROTA (ABASTECIMENTOS EM ORDEM DE PLACA
      * E DATA: KM ENTRE DOIS ABASTECIMENTOS / LITROS DO SEGUNDO)
      *-----------------------------------------------------------------
       SCO-MEDIAS.
           IF W-ABADISP NOT = "S"
               GO TO SCO-MEDIAS-FIM.
           MOVE SPACES TO W-PLACAVEI.
       SCO-MEDIAS-LER.
           READ ABASTEC NEXT RECORD
               AT END
                   GO TO SCO-MEDIAS-REABRE.
           IF ABA-PLACA NOT = W-PLACAVEI
               MOVE ABA-PLACA TO W-PLACAVEI
               MOVE ZEROS TO W-ODOANT
               PERFORM VEI-CARREGA THRU VEI-CARREGA-FIM.
           IF W-MDLCHV NOT = ZEROS AND W-ODOANT > ZEROS
               AND ABA-ODOMETRO > W-ODOANT AND ABA-LITROS > ZEROS
               PERFORM MDC-SOMA THRU MDC-SOMA-FIM.
           IF ABA-ODOMETRO > ZEROS
               MOVE ABA-ODOMETRO TO W-ODOANT.
           GO TO SCO-MEDIAS-LER.
      *        DEPOIS DA PASSADA O ABASTEC VOLTA A SER LIDO POR CHAVE
       SCO-MEDIAS-REABRE.
           CLOSE ABASTEC
           OPEN INPUT ABASTEC
           IF ST-ABA NOT = "00"
               MOVE "N" TO W-ABADISP.
       SCO-MEDIAS-FIM.
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
      *        MODELO DA PLACA W-PLACAVEI E O KM/L DO CATALOGO
       VEI-CARREGA.
           MOVE ZEROS TO W-MDLCHV W-KMLREF
           IF W-VEIDISP NOT = "S" OR W-MDLDISP NOT = "S"
               GO TO VEI-CARREGA-FIM.
           MOVE W-PLACAVEI TO PLACA
           READ CADVEIC
           IF ST-VEI NOT = "00" OR CODMODELO = ZEROS
               GO TO VEI-CARREGA-FIM.
           MOVE MARCA     TO MDL-MARCA
           MOVE CODMODELO TO MDL-COD
           READ MODELO
           IF ST-MDL NOT = "00"
               GO TO VEI-CARREGA-FIM.
           MOVE MDL-CHAVE TO W-MDLCHV
           MOVE MDL-KML   TO W-KMLREF.
       VEI-CARREGA-FIM.
           EXIT.
      *
      *        REFERENCIA DO CONSUMO: A MEDIA DO MODELO NA FROTA; SEM
      *        ELA, O KM/L DO CATALOGO JA CARREGADO
       KML-REF.
           IF W-MDLCHV = ZEROS
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
      * SORT 1 - UM REGISTRO POR MOTORISTA DO CADASTRO E POR EVENTO
      *-----------------------------------------------------------------
       SCO-SELECIONA.
           OPEN INPUT MOTORIST
           IF ST-MTR NOT = "00"
               GO TO SCO-SELECIONA-ALO.
       SCO-SELECIONA-MTR.
           READ MOTORIST NEXT RECORD
               AT END
                   CLOSE MOTORIST
                   GO TO SCO-SELECIONA-ALO.
           MOVE ZEROS    TO ORD-KM ORD-LITROS ORD-LITESP ORD-SINI
                            ORD-ATRASO ORD-PONTOS
           MOVE MTR-CPF  TO ORD-CPF
           MOVE "0"      TO ORD-TIPO
           MOVE MTR-NOME TO ORD-NOME
           RELEASE REGORD.
           GO TO SCO-SELECIONA-MTR.
      *
      *        ALOCACOES DEVOLVIDAS NO TRIMESTRE
       SCO-SELECIONA-ALO.
           READ ALOCA NEXT RECORD
               AT END GO TO SCO-SELECIONA-MUL.
           IF ALO-DATARET = ZEROS OR ALO-CPF = ZEROS
               GO TO SCO-SELECIONA-ALO.
           IF ALO-DATARET < W-DATINI OR ALO-DATARET > W-DATFIM
               GO TO SCO-SELECIONA-ALO.
           ADD 1 TO W-ALOLIDAS
           MOVE ALO-DATASAI TO W-DATSAI
           MOVE ALO-DATARET TO W-DATRET
           MOVE ZEROS TO ORD-KM ORD-LITROS ORD-LITESP ORD-SINI
                         ORD-ATRASO ORD-PONTOS
           MOVE ALO-CPF  TO ORD-CPF
           MOVE "A"      TO ORD-TIPO
           MOVE ALO-NOME TO ORD-NOME
           IF ALO-ODORET > ALO-ODOSAI
               COMPUTE ORD-KM = ALO-ODORET - ALO-ODOSAI.
           PERFORM ALO-COMB THRU ALO-COMB-FIM.
           PERFORM ALO-SINI THRU ALO-SINI-FIM.
           PERFORM ALO-ATRASO THRU ALO-ATRASO-FIM.
           RELEASE REGORD.
           GO TO SCO-SELECIONA-ALO.
      *
      *        MULTAS DO TRIMESTRE COM CONDUTOR (MULCOND)
       SCO-SELECIONA-MUL.
           OPEN INPUT MULTA
           IF ST-MUL NOT = "00"
               GO TO SCO-SELECIONA-AVR.
       SCO-SELECIONA-MULLER.
           READ MULTA NEXT RECORD
               AT END
                   CLOSE MULTA
                   GO TO SCO-SELECIONA-AVR.
           IF MUL-CPFCOND = ZEROS OR MUL-RECDEC = "D"
               GO TO SCO-SELECIONA-MULLER.
           IF MUL-DATA < W-DATINI OR MUL-DATA > W-DATFIM
               GO TO SCO-SELECIONA-MULLER.
           MOVE ZEROS TO ORD-KM ORD-LITROS ORD-LITESP ORD-SINI
                         ORD-ATRASO
           MOVE MUL-CPFCOND TO ORD-CPF
           MOVE "M"         TO ORD-TIPO
           MOVE SPACES      TO ORD-NOME
           MOVE MUL-PONTOS  TO ORD-PONTOS
           RELEASE REGORD.
           GO TO SCO-SELECIONA-MULLER.
      *
      *        AVARIAS NOVAS NO RETORNO, NO NOME DO MOTORISTA
       SCO-SELECIONA-AVR.
           OPEN INPUT AVARIA
           IF ST-AVR NOT = "00"
               GO TO SCO-SELECIONA-FIM.
       SCO-SELECIONA-AVRLER.
           READ AVARIA NEXT RECORD
               AT END
                   CLOSE AVARIA
                   GO TO SCO-SELECIONA-FIM.
           IF AVR-MOMENTO NOT = "R" OR AVR-CPF = ZEROS
               GO TO SCO-SELECIONA-AVRLER.
           IF AVR-DATA < W-DATINI OR AVR-DATA > W-DATFIM
               GO TO SCO-SELECIONA-AVRLER.
           MOVE ZEROS TO ORD-KM ORD-LITROS ORD-LITESP ORD-SINI
                         ORD-ATRASO ORD-PONTOS
           MOVE AVR-CPF TO ORD-CPF
           MOVE "D"     TO ORD-TIPO
           MOVE SPACES  TO ORD-NOME
           RELEASE REGORD.
           GO TO SCO-SELECIONA-AVRLER.
       SCO-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * COMBUSTIVEL DA ALOCACAO: LITROS ABASTECIDOS ENTRE A SAIDA E O
      * RETORNO E O ESPERADO PARA OS KM PELA REFERENCIA DO MODELO. SO
      * ENTRA NA COMPARACAO A ALOCACAO COM ABASTECIMENTO E REFERENCIA.
      *-----------------------------------------------------------------
       ALO-COMB.
           IF W-ABADISP NOT = "S" OR ORD-KM = ZEROS
               GO TO ALO-COMB-FIM.
           MOVE ALO-PLACA TO W-PLACAVEI
           PERFORM VEI-CARREGA THRU VEI-CARREGA-FIM
           PERFORM KML-REF THRU KML-REF-FIM
           IF W-KMLREF = ZEROS
               GO TO ALO-COMB-FIM.
           MOVE ALO-DATARET TO W-MOMRET-DATA
           MOVE ALO-HORARET TO W-MOMRET-HORA
           MOVE ALO-CHAVE TO ABA-CHAVE
           START ABASTEC KEY IS NOT LESS THAN ABA-CHAVE
           IF ST-ABA NOT = "00"
               GO TO ALO-COMB-FIM.
       ALO-COMB-LER.
           READ ABASTEC NEXT RECORD
           IF ST-ABA NOT = "00"
               GO TO ALO-COMB-ESP.
           IF ABA-PLACA NOT = ALO-PLACA
               GO TO ALO-COMB-ESP.
           IF ABA-CHAVE (8:14) > W-MOMRET
               GO TO ALO-COMB-ESP.
           ADD ABA-LITROS TO ORD-LITROS
           GO TO ALO-COMB-LER.
       ALO-COMB-ESP.
           IF ORD-LITROS > ZEROS
               COMPUTE ORD-LITESP ROUNDED = ORD-KM / W-KMLREF.
       ALO-COMB-FIM.
           EXIT.
      *
      *        SINISTROS DA PLACA COM DATA DENTRO DA ALOCACAO
       ALO-SINI.
           IF W-SINDISP NOT = "S"
               GO TO ALO-SINI-FIM.
           MOVE ALO-PLACA TO SIN-PLACA
           MOVE SPACES TO SIN-APOLICE
           MOVE ZEROS TO SIN-DATA
           START SINISTRO KEY IS NOT LESS THAN SIN-CHAVE
           IF ST-SIN NOT = "00"
               GO TO ALO-SINI-FIM.
       ALO-SINI-LER.
           READ SINISTRO NEXT RECORD
           IF ST-SIN NOT = "00"
               GO TO ALO-SINI-FIM.
           IF SIN-PLACA NOT = ALO-PLACA
               GO TO ALO-SINI-FIM.
           IF SIN-DATA NOT < W-DATSAI AND SIN-DATA NOT > W-DATRET
               ADD 1 TO ORD-SINI.
           GO TO ALO-SINI-LER.
       ALO-SINI-FIM.
           EXIT.
      *
      *        RESERVA DO MOTORISTA PARA A PLACA QUE COBRIA O DIA DA
      *        SAIDA: DEVOLUCAO DEPOIS DO FIM DELA E ATRASO
       ALO-ATRASO.
           IF W-RSVDISP NOT = "S"
               GO TO ALO-ATRASO-FIM.
           COMPUTE W-HHMMRET = ALO-HORARET / 100
           MOVE ALO-PLACA TO RSV-PLACA
           MOVE ZEROS TO RSV-DATAINI RSV-HORAINI
           START RESERVA KEY IS NOT LESS THAN RSV-CHAVE
           IF ST-RSV NOT = "00"
               GO TO ALO-ATRASO-FIM.
       ALO-ATRASO-LER.
           READ RESERVA NEXT RECORD
           IF ST-RSV NOT = "00"
               GO TO ALO-ATRASO-FIM.
           IF RSV-PLACA NOT = ALO-PLACA OR RSV-DATAINI > W-DATSAI
               GO TO ALO-ATRASO-FIM.
           IF RSV-CPF NOT = ALO-CPF OR RSV-DATAFIM < W-DATSAI
               GO TO ALO-ATRASO-LER.
           IF W-DATRET > RSV-DATAFIM
               MOVE 1 TO ORD-ATRASO
               GO TO ALO-ATRASO-FIM.
           IF W-DATRET = RSV-DATAFIM AND W-HHMMRET > RSV-HORAFIM
               MOVE 1 TO ORD-ATRASO.
       ALO-ATRASO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 1 - NOTA POR CPF, GRAVADA NO SCORE.DAT
      *-----------------------------------------------------------------
       SCO-APURA.
           OPEN OUTPUT SCORE
           IF ST-SCO NOT = "00"
               DISPLAY "ERRO AO CRIAR SCORE.DAT - ST=" ST-SCO
               GO TO SCO-APURA-FIM.
       SCO-APURA-LER.
           RETURN SCOORD AT END GO TO SCO-APURA-ULT.
           IF W-PRIMCPF = "S" OR ORD-CPF NOT = W-CPFANT
               PERFORM SCO-FECHA THRU SCO-FECHA-FIM
               MOVE "N" TO W-PRIMCPF
               MOVE ORD-CPF TO W-CPFANT
               MOVE SPACES TO W-NOME
               MOVE "F" TO W-SITMTR
               MOVE ZEROS TO W-ALOC W-KM W-LITROS W-LITESP W-MULTAS
                             W-PONTOS W-AVARIAS W-SINI W-ATRASOS.
           IF ORD-TIPO = "0"
               MOVE ORD-NOME TO W-NOME
               MOVE "M" TO W-SITMTR.
           IF ORD-TIPO = "A"
               IF W-NOME = SPACES
                   MOVE ORD-NOME TO W-NOME.
           IF ORD-TIPO = "A"
               ADD 1 TO W-ALOC
               ADD ORD-KM TO W-KM
               ADD ORD-SINI TO W-SINI
               ADD ORD-ATRASO TO W-ATRASOS
               IF ORD-LITESP > ZEROS
                   ADD ORD-LITROS TO W-LITROS
                   ADD ORD-LITESP TO W-LITESP.
           IF ORD-TIPO = "M"
               ADD 1 TO W-MULTAS
               ADD ORD-PONTOS TO W-PONTOS.
           IF ORD-TIPO = "D"
               ADD 1 TO W-AVARIAS.
           GO TO SCO-APURA-LER.
       SCO-APURA-ULT.
           PERFORM SCO-FECHA THRU SCO-FECHA-FIM.
           CLOSE SCORE.
       SCO-APURA-FIM.
           EXIT.
      *
      *        NOTA DO CPF ANTERIOR: 100 MENOS OS COMPONENTES (CADA UM
      *        LIMITADO A 100), NUNCA ABAIXO DE ZERO
       SCO-FECHA.
           IF W-PRIMCPF = "S"
               GO TO SCO-FECHA-FIM.
           ADD 1 TO W-APURADOS
           COMPUTE W-PMUL = W-MULTAS * W-PESOMUL + W-PONTOS * W-PESOPTO
           COMPUTE W-PAVR = W-AVARIAS * W-PESOAVR
           COMPUTE W-PSIN = W-SINI * W-PESOSIN
           COMPUTE W-PATR = W-ATRASOS * W-PESOATR
           MOVE ZEROS TO W-PCOM
           IF W-LITESP > ZEROS AND W-LITROS > W-LITESP
               COMPUTE W-EXCPCT = (W-LITROS - W-LITESP) * 100
                                / W-LITESP
               COMPUTE W-FAIXAS = W-EXCPCT / 10
               COMPUTE W-PCOM = W-FAIXAS * W-PESOCOM.
           IF W-PMUL > 100
               MOVE 100 TO W-PMUL.
           IF W-PAVR > 100
               MOVE 100 TO W-PAVR.
           IF W-PSIN > 100
               MOVE 100 TO W-PSIN.
           IF W-PCOM > 100
               MOVE 100 TO W-PCOM.
           IF W-PATR > 100
               MOVE 100 TO W-PATR.
           COMPUTE W-PERDA = W-PMUL + W-PAVR + W-PSIN + W-PCOM
                           + W-PATR
           MOVE W-CPFANT TO SCO-CPF
           MOVE W-NOME   TO SCO-NOME
           MOVE W-SITMTR TO SCO-SITMTR
           MOVE W-ANO    TO SCO-ANO
           MOVE W-TRI    TO SCO-TRI
           IF W-PERDA > 100
               MOVE ZEROS TO SCO-NOTA
           ELSE
               COMPUTE SCO-NOTA = 100 - W-PERDA.
           MOVE W-MINIMO TO SCO-MINIMO
           MOVE "N" TO SCO-ALERTA
           IF SCO-NOTA < W-MINIMO
               MOVE "S" TO SCO-ALERTA.
           MOVE W-ALOC    TO SCO-ALOC
           MOVE W-KM      TO SCO-KM
           MOVE W-MULTAS  TO SCO-MULTAS
           MOVE W-PONTOS  TO SCO-PONTOS
           MOVE W-AVARIAS TO SCO-AVARIAS
           MOVE W-SINI    TO SCO-SINI
           MOVE W-ATRASOS TO SCO-ATRASOS
           MOVE W-LITROS  TO SCO-LITROS
           MOVE W-LITESP  TO SCO-LITESP
           MOVE W-PMUL    TO SCO-PMUL
           MOVE W-PAVR    TO SCO-PAVR
           MOVE W-PSIN    TO SCO-PSIN
           MOVE W-PCOM    TO SCO-PCOM
           MOVE W-PATR    TO SCO-PATR
           WRITE REGSCO
           IF ST-SCO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO SCORE.DAT - ST=" ST-SCO
                   " CPF " W-CPFANT.
       SCO-FECHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 2 - O SCORE.DAT PELA NOTA, DA MAIOR PARA A MENOR
      *-----------------------------------------------------------------
       SCO-CARREGA.
           OPEN INPUT SCORE
           IF ST-SCO NOT = "00"
               GO TO SCO-CARREGA-FIM.
       SCO-CARREGA-LER.
           READ SCORE NEXT RECORD
               AT END
                   CLOSE SCORE
                   GO TO SCO-CARREGA-FIM.
           MOVE SCO-NOTA    TO RNK-NOTA
           MOVE SCO-KM      TO RNK-KM
           MOVE SCO-CPF     TO RNK-CPF
           MOVE SCO-NOME    TO RNK-NOME
           MOVE SCO-SITMTR  TO RNK-SITMTR
           MOVE SCO-ALERTA  TO RNK-ALERTA
           MOVE SCO-ALOC    TO RNK-ALOC
           MOVE SCO-MULTAS  TO RNK-MULTAS
           MOVE SCO-PONTOS  TO RNK-PONTOS
           MOVE SCO-AVARIAS TO RNK-AVARIAS
           MOVE SCO-SINI    TO RNK-SINI
           MOVE SCO-ATRASOS TO RNK-ATRASOS
           MOVE SCO-LITROS  TO RNK-LITROS
           MOVE SCO-LITESP  TO RNK-LITESP
           MOVE SCO-PMUL    TO RNK-PMUL
           MOVE SCO-PAVR    TO RNK-PAVR
           MOVE SCO-PSIN    TO RNK-PSIN
           MOVE SCO-PCOM    TO RNK-PCOM
           MOVE SCO-PATR    TO RNK-PATR
           RELEASE REGRNK.
           GO TO SCO-CARREGA-LER.
       SCO-CARREGA-FIM.
           EXIT.
      *
       SCO-IMPRIME.
           MOVE SPACES TO LINREL
           STRING "PONTUACAO DOS MOTORISTAS - " W-ANO " / "
                  W-TRI "O TRIMESTRE"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PESOS: MULTA " W-PESOMUL " PTO " W-PESOPTO
                  " AVAR " W-PESOAVR " SINI " W-PESOSIN
                  " COMB " W-PESOCOM " ATRASO " W-PESOATR
                  "  MINIMO " W-MINIMO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "POS CPF         NOME                           "
                  "ALOC      KM NOTA"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
       SCO-IMPRIME-LER.
           RETURN SCORNK AT END
               GO TO SCO-IMPRIME-FIM.
           ADD 1 TO W-RANK
           MOVE SPACES TO W-SITTXT
           IF RNK-ALOC = ZEROS AND RNK-MULTAS = ZEROS
              AND RNK-AVARIAS = ZEROS
               MOVE "SEM MOVIMENTO" TO W-SITTXT
               ADD 1 TO W-SEMMOV.
           IF RNK-ALERTA = "S"
               MOVE "** ALERTA **" TO W-SITTXT
               ADD 1 TO W-ALERTAS.
           IF RNK-SITMTR = "F"
               ADD 1 TO W-FORACAD.
           MOVE W-RANK   TO W-RANK-ED
           MOVE RNK-ALOC TO W-ALOC-ED
           MOVE RNK-KM   TO W-KM-ED
           MOVE RNK-NOTA TO W-NOTA-ED
           MOVE SPACES TO LINREL
           STRING W-RANK-ED " " RNK-CPF " " RNK-NOME (1:30) " "
                  W-ALOC-ED " " W-KM-ED "  " W-NOTA-ED " " W-SITTXT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           IF W-SITTXT = "SEM MOVIMENTO"
               GO TO SCO-IMPRIME-LER.
           MOVE RNK-MULTAS  TO W-QTD-ED
           MOVE RNK-PONTOS  TO W-QTD2-ED
           MOVE RNK-PMUL    TO W-PTS-ED
           MOVE RNK-PAVR    TO W-PTS2-ED
           MOVE RNK-PSIN    TO W-PTS3-ED
           MOVE SPACES TO LINREL
           STRING "    MULTAS " W-QTD-ED " PONTOS " W-QTD2-ED
                  " -" W-PTS-ED
                  DELIMITED BY SIZE INTO LINREL
           MOVE RNK-AVARIAS TO W-QTD-ED
           MOVE RNK-SINI    TO W-QTD2-ED
           STRING "   AVARIAS " W-QTD-ED " -" W-PTS2-ED
                  "   SINISTROS " W-QTD2-ED " -" W-PTS3-ED
                  DELIMITED BY SIZE INTO LINREL (36:45)
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE RNK-LITROS  TO W-LIT-ED
           MOVE RNK-LITESP  TO W-LIT2-ED
           MOVE RNK-PCOM    TO W-PTS-ED
           MOVE RNK-ATRASOS TO W-QTD-ED
           MOVE RNK-PATR    TO W-PTS2-ED
           MOVE SPACES TO LINREL
           STRING "    COMBUST. " W-LIT-ED " L  ESPERADO " W-LIT2-ED
                  " L -" W-PTS-ED "   ATRASOS " W-QTD-ED " -"
                  W-PTS2-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           IF RNK-SITMTR = "F"
               MOVE "    *** CPF FORA DO CADASTRO DE MOTORISTAS ***"
                    TO LINREL
               PERFORM SCO-IMP THRU SCO-IMP-FIM.
           GO TO SCO-IMPRIME-LER.
       SCO-IMPRIME-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO FINAL
      *-----------------------------------------------------------------
       SCO-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MOTORISTAS APURADOS..........: " W-APURADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ABAIXO DO MINIMO (ALERTA)....: " W-ALERTAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SEM MOVIMENTO NO TRIMESTRE...: " W-SEMMOV
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CPF FORA DO CADASTRO.........: " W-FORACAD
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ALOCACOES DEVOLVIDAS.........: " W-ALOLIDAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SCO-IMP THRU SCO-IMP-FIM.
           CLOSE ALOCA RELSCO IMPRESSORA.
           IF W-SINDISP = "S"
               CLOSE SINISTRO.
           IF W-RSVDISP = "S"
               CLOSE RESERVA.
           IF W-ABADISP = "S"
               CLOSE ABASTEC.
           IF W-MDLDISP = "S"
               CLOSE MODELO.
           IF W-VEIDISP = "S"
               CLOSE CADVEIC.
           DISPLAY "RELSCORE - QUADRO GERADO EM RELSCORE.TXT".
           DISPLAY "MOTORISTAS APURADOS....: " W-APURADOS.
           DISPLAY "EM ALERTA..............: " W-ALERTAS.
       SCO-RESUMO-FIM.
           EXIT.
      *
       SCO-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       SCO-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
