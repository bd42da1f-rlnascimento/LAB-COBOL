       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCFR.
      **************************************
      *  ORCAMENTO DA FROTA - PREVISTO X   *
      *  REALIZADO DO MES E DO ANO         *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM). PARA CADA LINHA DO
      * ORCAMENTO DAQUELE ANO (ORCFROTA.DAT - NIVEL, REFERENCIA E
      * CATEGORIA, MANTIDO NO CADORCFR) SAI O PREVISTO, O REALIZADO,
      * A VARIACAO (REALIZADO - PREVISTO) E O PERCENTUAL DA VARIACAO,
      * DO MES E ACUMULADO DE JANEIRO ATE O MES. O REALIZADO DE CADA
      * LINHA E APURADO NO SEU PROPRIO ALCANCE: A FROTA INTEIRA (NIVEL
      * G), OS VEICULOS DA MARCA (NIVEL M) OU O VEICULO (NIVEL V),
      * COM AS MESMAS ORIGENS DO RELCUSTO:
      *   COMBUSTIVEL - ABA-VALOR PELA DATA DO ABASTECIMENTO
      *   MANUTENCAO  - MNT-CUSTO PELA DATA DA MANUTENCAO
      *   SEGURO      - SEG-PREMIO PELO INICIO DA APOLICE
      *   IPVA/LICENC - IPG-VALOR PELA DATA DO PAGAMENTO, MAIS A TAXA
      *                 DE LICENCIAMENTO (PARAMETRO TAXALIC) POR
      *                 DOCUMENTO EMITIDO (LIC-STATUS L, LIC-DATA);
      *                 O LICENCIA.DAT NAO GUARDA VALOR
      *   MULTAS      - MUL-VALOR PELA DATA DA INFRACAO
      *   PNEUS       - PMV-CUSTO DAS MONTAGENS (PNEUMOV.DAT OPCIONAL)
      * A CATEGORIA CUJO REALIZADO PASSA DO PREVISTO MAIS A TOLERANCIA
      * (PARAMETRO ORCTOLER EM %, PADRAO 10) SAI MARCADA "ESTOURO".
      * PREVISTO ZERO COM REALIZADO TAMBEM CONTA COMO ESTOURO.
      * SALVO SE O OPERADOR PEDIR O DETALHE, O REALIZADO DE COMBUSTIVEL,
      * MANUTENCAO, SEGURO, MULTAS E A PARCELA DO IPVA VEM DO RESUMO
      * MENSAL (CUSTMES.DAT), ATUALIZADO TODA NOITE PELO CUSTAGR - O
      * QUE FOI LANCADO HOJE SO ENTRA LENDO O DETALHE. LICENCIAMENTO E
      * PNEUS SAO SEMPRE APURADOS COMO ANTES. SEM O CUSTMES.DAT O
      * PROGRAMA LE O DETALHE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOFRS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYMARS.
           COPY CPYMNTS.
           COPY CPYABAS.
           COPY CPYIPGS.
           COPY CPYSGS.
           COPY CPYMLTS.
           COPY CPYPMVS.
           COPY CPYLICS.
           COPY CPYCMSS.
           SELECT RELORC ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYOFRR.
           COPY CPYVEIR.
           COPY CPYMARR.
           COPY CPYMNTR.
           COPY CPYABAR.
           COPY CPYIPGR.
           COPY CPYSGR.
           COPY CPYMLTR.
           COPY CPYPMVR.
           COPY CPYLICR.
           COPY CPYCMSR.
      *
       FD  RELORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELORCFR.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-OFR         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MNT         PIC X(02) VALUE "00".
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-IPG         PIC X(02) VALUE "00".
       77 ST-SEG         PIC X(02) VALUE "00".
       77 ST-MUL         PIC X(02) VALUE "00".
       77 ST-PMV         PIC X(02) VALUE "00".
       77 ST-LIC         PIC X(02) VALUE "00".
       77 ST-CMS         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
      *        ARQUIVOS OPCIONAIS: SEM ELES A PARCELA SAI ZERO
       77 W-MARDISP      PIC X(01) VALUE "N".
       77 W-PMVDISP      PIC X(01) VALUE "N".
       77 W-LICDISP      PIC X(01) VALUE "N".
      *        ORIGEM DO REALIZADO: S = DETALHE, N = RESUMO MENSAL
       77 W-DETALHE      PIC X(01) VALUE "N".
      *        PARAMETROS DO NEGOCIO (PARAMET.DAT VIA PARLER);
      *        AUSENTE, VALE O PADRAO
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-TOLER        PIC 9(03)V99 VALUE 10.
       77 W-TAXALIC      PIC 9(07)V99 VALUE ZEROS.
      *        LINHA DO ORCAMENTO EM APURACAO
       77 W-FIMORC       PIC X(01) VALUE "N".
       77 W-GRUPO        PIC X(09) VALUE SPACES.
       77 W-NIVEL        PIC X(01) VALUE SPACES.
       77 W-REF          PIC X(07) VALUE SPACES.
       77 W-CATEG        PIC 9(01) VALUE ZEROS.
       77 W-PREVMES      PIC 9(09)V99 VALUE ZEROS.
       77 W-PREVACU      PIC 9(09)V99 VALUE ZEROS.
       77 W-REALMES      PIC 9(09)V99 VALUE ZEROS.
       77 W-REALACU      PIC 9(09)V99 VALUE ZEROS.
       77 W-VEICLIN      PIC 9(05) VALUE ZEROS.
      *        PARCELA A SOMAR E A COMPETENCIA DELA
       77 W-VAL          PIC 9(09)V99 VALUE ZEROS.
       77 W-AAMM         PIC 9(06) VALUE ZEROS.
      *        UMA LINHA DE COMPARACAO (MES OU ACUMULADO)
       77 W-PREV         PIC 9(09)V99 VALUE ZEROS.
       77 W-REAL         PIC 9(09)V99 VALUE ZEROS.
       77 W-VAR          PIC S9(09)V99 VALUE ZEROS.
       77 W-LIMITE       PIC 9(10)V99 VALUE ZEROS.
       77 W-PCT          PIC S9(04)V9 VALUE ZEROS.
       77 W-ROTULO       PIC X(05) VALUE SPACES.
       77 W-PREV-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 W-REAL-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 W-VAR-ED       PIC -ZZ.ZZZ.ZZ9,99.
       77 W-PCT-ED       PIC -ZZZ9,9.
       77 W-PCT-X        PIC X(07) VALUE SPACES.
       77 W-TOLER-ED     PIC ZZ9,99.
      *        CONTADORES DO RESUMO
       77 W-LINHAS       PIC 9(06) VALUE ZEROS.
       77 W-ESTOUROS     PIC 9(06) VALUE ZEROS.
       01 W-COMP         PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMP.
            03 W-COMP-ANO   PIC 9(04).
            03 W-COMP-MES   PIC 9(02).
       01 W-COMPINI      PIC 9(06) VALUE ZEROS.
       01 W-COMPINI-R REDEFINES W-COMPINI.
            03 W-CINI-ANO   PIC 9(04).
            03 W-CINI-MES   PIC 9(02).
           COPY CPYOFCW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELORCFR - ORCAMENTO DA FROTA PREVISTO X REALIZADO".
       ORC-COMP.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           MOVE ZEROS TO W-COMP
           ACCEPT W-COMP.
           IF W-COMP-ANO < 2000 OR W-COMP-MES < 1 OR W-COMP-MES > 12
               GO TO ORC-COMP.
           MOVE W-COMP-ANO TO W-CINI-ANO
           MOVE 01 TO W-CINI-MES.
           MOVE "ORCTOLER" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-TOLER.
           MOVE "TAXALIC" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-TAXALIC.
           DISPLAY "LER O DETALHE DOS LANCAMENTOS (S/N)?".
           DISPLAY "(N = RESUMO MENSAL, ATE A NOITE ANTERIOR): ".
           MOVE SPACES TO W-DETALHE
           ACCEPT W-DETALHE.
           IF W-DETALHE = "s"
               MOVE "S" TO W-DETALHE.
           IF W-DETALHE NOT = "S"
               MOVE "N" TO W-DETALHE.
           PERFORM ORC-OP0 THRU ORC-OP0-FIM.
           PERFORM ORC-CAB THRU ORC-CAB-FIM.
           MOVE W-COMP-ANO TO OFR-ANO
           MOVE LOW-VALUES TO OFR-NIVEL OFR-REF
           MOVE ZEROS TO OFR-CATEG OFR-MES
           START ORCFROTA KEY IS NOT LESS THAN OFR-CHAVE
           IF ST-OFR NOT = "00"
               GO TO ORC-EOF.
           PERFORM ORC-LEITURA THRU ORC-LEITURA-FIM.
           GO TO ORC-GRUPO.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS
      *-----------------------------------------------------------------
       ORC-OP0.
           OPEN INPUT ORCFROTA
           IF ST-OFR NOT = "00"
               DISPLAY "ERRO AO ABRIR ORCFROTA.DAT - ST=" ST-OFR
               GO TO ROT-FIM.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               CLOSE ORCFROTA
               GO TO ROT-FIM.
           IF W-DETALHE = "N"
               OPEN INPUT CUSTMES
               IF ST-CMS NOT = "00"
                   DISPLAY "SEM RESUMO MENSAL (CUSTMES.DAT) - ST="
                           ST-CMS " - LENDO O DETALHE"
                   MOVE "S" TO W-DETALHE.
           IF W-DETALHE = "N"
               GO TO ORC-OP0-OPC.
           OPEN INPUT MANUVEIC
           IF ST-MNT NOT = "00"
               DISPLAY "ERRO AO ABRIR MANUVEIC.DAT - ST=" ST-MNT
               CLOSE ORCFROTA CADVEIC
               GO TO ROT-FIM.
           OPEN INPUT ABASTEC
           IF ST-ABA NOT = "00"
               DISPLAY "ERRO AO ABRIR ABASTEC.DAT - ST=" ST-ABA
               CLOSE ORCFROTA CADVEIC MANUVEIC
               GO TO ROT-FIM.
           OPEN INPUT IPVAPAG
           IF ST-IPG NOT = "00"
               DISPLAY "ERRO AO ABRIR IPVAPAG.DAT - ST=" ST-IPG
               CLOSE ORCFROTA CADVEIC MANUVEIC ABASTEC
               GO TO ROT-FIM.
           OPEN INPUT SEGURO
           IF ST-SEG NOT = "00"
               DISPLAY "ERRO AO ABRIR SEGURO.DAT - ST=" ST-SEG
               CLOSE ORCFROTA CADVEIC MANUVEIC ABASTEC IPVAPAG
               GO TO ROT-FIM.
           OPEN INPUT MULTA
           IF ST-MUL NOT = "00"
               DISPLAY "ERRO AO ABRIR MULTA.DAT - ST=" ST-MUL
               CLOSE ORCFROTA CADVEIC MANUVEIC ABASTEC IPVAPAG SEGURO
               GO TO ROT-FIM.
       ORC-OP0-OPC.
           OPEN INPUT MARCAS
           IF ST-ERRO = "00"
               MOVE "S" TO W-MARDISP.
           OPEN INPUT PNEUMOV
           IF ST-PMV = "00"
               MOVE "S" TO W-PMVDISP.
           OPEN INPUT LICENCIA
           IF ST-LIC = "00"
               MOVE "S" TO W-LICDISP.
           OPEN OUTPUT RELORC
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELORCFR.TXT - ST=" ST-REL
               CLOSE ORCFROTA CADVEIC
               PERFORM ORC-FCHFONTE THRU ORC-FCHFONTE-FIM
               GO TO ROT-FIM.
           MOVE "RELORCFR.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELORCFR" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ORCFROTA CADVEIC RELORC
               PERFORM ORC-FCHFONTE THRU ORC-FCHFONTE-FIM
               GO TO ROT-FIM.
       ORC-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CABECALHO DO RELATORIO
      *-----------------------------------------------------------------
       ORC-CAB.
           MOVE SPACES TO LINREL
           STRING "ORCAMENTO DA FROTA - PREVISTO X REALIZADO - "
                  "COMPETENCIA " W-COMP-MES "/" W-COMP-ANO
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           MOVE W-TOLER TO W-TOLER-ED
           MOVE SPACES TO LINREL
           STRING "TOLERANCIA ACIMA DO PREVISTO: " W-TOLER-ED "%"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           IF W-DETALHE = "S"
               MOVE "REALIZADO LIDO DO DETALHE DOS LANCAMENTOS"
                   TO LINREL
           ELSE
               MOVE "REALIZADO DO RESUMO MENSAL - ATE A NOITE ANTERIOR"
                   TO LINREL.
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "           PREVISTO     REALIZADO"
                  "       VARIACAO   VAR.%"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
       ORC-CAB-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LEITURA DO ORCAMENTO: FIM DO ARQUIVO OU DE OUTRO ANO ENCERRA
      *-----------------------------------------------------------------
       ORC-LEITURA.
           READ ORCFROTA NEXT RECORD
           IF ST-OFR NOT = "00"
               MOVE "S" TO W-FIMORC
               GO TO ORC-LEITURA-FIM.
           IF OFR-ANO NOT = W-COMP-ANO
               MOVE "S" TO W-FIMORC.
       ORC-LEITURA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA DO ORCAMENTO (NIVEL+REFERENCIA+CATEGORIA): SOMA O
      * PREVISTO DO MES E O ACUMULADO ATE O MES, APURA O REALIZADO E
      * IMPRIME
      *-----------------------------------------------------------------
       ORC-GRUPO.
           IF W-FIMORC = "S"
               GO TO ORC-EOF.
           MOVE OFR-CHAVE (5:9) TO W-GRUPO
           MOVE OFR-NIVEL TO W-NIVEL
           MOVE OFR-REF   TO W-REF
           MOVE OFR-CATEG TO W-CATEG
           MOVE ZEROS TO W-PREVMES W-PREVACU W-REALMES W-REALACU
                         W-VEICLIN.
       ORC-GRUPO-SOMA.
           IF OFR-MES = W-COMP-MES
               ADD OFR-PREVISTO TO W-PREVMES.
           IF OFR-MES NOT > W-COMP-MES
               ADD OFR-PREVISTO TO W-PREVACU.
           PERFORM ORC-LEITURA THRU ORC-LEITURA-FIM.
           IF W-FIMORC NOT = "S" AND OFR-CHAVE (5:9) = W-GRUPO
               GO TO ORC-GRUPO-SOMA.
           PERFORM REA-ALCANCE THRU REA-ALCANCE-FIM.
           PERFORM ORC-LINHA THRU ORC-LINHA-FIM.
           GO TO ORC-GRUPO.
      *
      *-----------------------------------------------------------------
      * REALIZADO DO ALCANCE DA LINHA: O VEICULO (V), OS VEICULOS DA
      * MARCA (M) OU TODA A FROTA (G)
      *-----------------------------------------------------------------
       REA-ALCANCE.
           IF W-NIVEL = "V"
               MOVE W-REF TO PLACA
               READ CADVEIC
               IF ST-ERRO = "00"
                   PERFORM REA-PLACA THRU REA-PLACA-FIM
               END-IF
               GO TO REA-ALCANCE-FIM.
           MOVE LOW-VALUES TO PLACA
           START CADVEIC KEY IS NOT LESS THAN PLACA
           IF ST-ERRO NOT = "00"
               GO TO REA-ALCANCE-FIM.
       REA-ALCANCE-LER.
           READ CADVEIC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REA-ALCANCE-FIM.
           IF W-NIVEL = "M" AND MARCA NOT = W-REF (1:1)
               GO TO REA-ALCANCE-LER.
           PERFORM REA-PLACA THRU REA-PLACA-FIM.
           GO TO REA-ALCANCE-LER.
       REA-ALCANCE-FIM.
           EXIT.
      *
      *        UM VEICULO: SO A ORIGEM DA CATEGORIA DA LINHA
       REA-PLACA.
           ADD 1 TO W-VEICLIN.
           IF W-DETALHE = "N" AND W-CATEG > 0 AND W-CATEG < 6
               PERFORM REA-RES THRU REA-RES-FIM
               IF W-CATEG = 4
                   PERFORM REA-LIC THRU REA-LIC-FIM
               END-IF
               GO TO REA-PLACA-FIM.
           IF W-CATEG = 1
               PERFORM REA-COMB THRU REA-COMB-FIM.
           IF W-CATEG = 2
               PERFORM REA-MANU THRU REA-MANU-FIM.
           IF W-CATEG = 3
               PERFORM REA-SEG THRU REA-SEG-FIM.
           IF W-CATEG = 4
               PERFORM REA-IPVA THRU REA-IPVA-FIM
               PERFORM REA-LIC THRU REA-LIC-FIM.
           IF W-CATEG = 5
               PERFORM REA-MUL THRU REA-MUL-FIM.
           IF W-CATEG = 6
               PERFORM REA-PNEU THRU REA-PNEU-FIM.
       REA-PLACA-FIM.
           EXIT.
      *
      *        SOMA W-VAL NO MES E/OU NO ACUMULADO CONFORME W-AAMM
       REA-SOMA.
           IF W-AAMM = W-COMP
               ADD W-VAL TO W-REALMES.
           IF W-AAMM NOT < W-COMPINI AND W-AAMM NOT > W-COMP
               ADD W-VAL TO W-REALACU.
       REA-SOMA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO MENSAL (CHAVE PLACA+COMPETENCIA+CATEGORIA), DE JANEIRO
      * ATE A COMPETENCIA, SO A CATEGORIA DA LINHA (NA 4, SO O IPVA)
      *-----------------------------------------------------------------
       REA-RES.
           MOVE PLACA TO CMS-PLACA
           MOVE W-COMPINI TO CMS-COMP
           MOVE ZEROS TO CMS-CATEG
           START CUSTMES KEY IS NOT LESS THAN CMS-CHAVE
           IF ST-CMS NOT = "00"
               GO TO REA-RES-FIM.
       REA-RES-LER.
           READ CUSTMES NEXT RECORD
           IF ST-CMS NOT = "00"
               GO TO REA-RES-FIM.
           IF CMS-PLACA NOT = PLACA OR CMS-COMP > W-COMP
               GO TO REA-RES-FIM.
           IF CMS-CATEG NOT = W-CATEG
               GO TO REA-RES-LER.
           MOVE CMS-COMP TO W-AAMM
           MOVE CMS-VALOR TO W-VAL
           PERFORM REA-SOMA THRU REA-SOMA-FIM.
           GO TO REA-RES-LER.
       REA-RES-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABASTECIMENTOS (CHAVE PLACA+DATA+HORA)
      *-----------------------------------------------------------------
       REA-COMB.
           MOVE PLACA TO ABA-PLACA
           MOVE ZEROS TO ABA-DATA ABA-HORA
           START ABASTEC KEY IS NOT LESS THAN ABA-CHAVE
           IF ST-ABA NOT = "00"
               GO TO REA-COMB-FIM.
       REA-COMB-LER.
           READ ABASTEC NEXT RECORD
           IF ST-ABA NOT = "00"
               GO TO REA-COMB-FIM.
           IF ABA-PLACA NOT = PLACA
               GO TO REA-COMB-FIM.
           MOVE ABA-DATA (1:6) TO W-AAMM
           MOVE ABA-VALOR TO W-VAL
           PERFORM REA-SOMA THRU REA-SOMA-FIM.
           GO TO REA-COMB-LER.
       REA-COMB-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MANUTENCOES (CHAVE PLACA+DATA+SEQ)
      *-----------------------------------------------------------------
       REA-MANU.
           MOVE PLACA TO MNT-PLACA
           MOVE ZEROS TO MNT-DATA MNT-SEQ
           START MANUVEIC KEY IS NOT LESS THAN MNT-CHAVE
           IF ST-MNT NOT = "00"
               GO TO REA-MANU-FIM.
       REA-MANU-LER.
           READ MANUVEIC NEXT RECORD
           IF ST-MNT NOT = "00"
               GO TO REA-MANU-FIM.
           IF MNT-PLACA NOT = PLACA
               GO TO REA-MANU-FIM.
           MOVE MNT-DATA (1:6) TO W-AAMM
           MOVE MNT-CUSTO TO W-VAL
           PERFORM REA-SOMA THRU REA-SOMA-FIM.
           GO TO REA-MANU-LER.
       REA-MANU-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PREMIOS DE SEGURO PELO INICIO DA APOLICE
      *-----------------------------------------------------------------
       REA-SEG.
           MOVE PLACA TO SEG-PLACA
           MOVE SPACES TO SEG-APOLICE
           START SEGURO KEY IS NOT LESS THAN SEG-CHAVE
           IF ST-SEG NOT = "00"
               GO TO REA-SEG-FIM.
       REA-SEG-LER.
           READ SEGURO NEXT RECORD
           IF ST-SEG NOT = "00"
               GO TO REA-SEG-FIM.
           IF SEG-PLACA NOT = PLACA
               GO TO REA-SEG-FIM.
           MOVE SEG-INI (1:6) TO W-AAMM
           MOVE SEG-PREMIO TO W-VAL
           PERFORM REA-SOMA THRU REA-SOMA-FIM.
           GO TO REA-SEG-LER.
       REA-SEG-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * IPVA PELA DATA DO PAGAMENTO
      *-----------------------------------------------------------------
       REA-IPVA.
           MOVE PLACA TO IPG-PLACA
           MOVE ZEROS TO IPG-EXERC
           START IPVAPAG KEY IS NOT LESS THAN IPG-CHAVE
           IF ST-IPG NOT = "00"
               GO TO REA-IPVA-FIM.
       REA-IPVA-LER.
           READ IPVAPAG NEXT RECORD
           IF ST-IPG NOT = "00"
               GO TO REA-IPVA-FIM.
           IF IPG-PLACA NOT = PLACA
               GO TO REA-IPVA-FIM.
           MOVE IPG-DATAPAG (1:6) TO W-AAMM
           MOVE IPG-VALOR TO W-VAL
           PERFORM REA-SOMA THRU REA-SOMA-FIM.
           GO TO REA-IPVA-LER.
       REA-IPVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LICENCIAMENTO: A TAXA DO PARAMETRO POR DOCUMENTO EMITIDO
      *-----------------------------------------------------------------
       REA-LIC.
           IF W-LICDISP NOT = "S" OR W-TAXALIC = ZEROS
               GO TO REA-LIC-FIM.
           MOVE PLACA TO LIC-PLACA
           MOVE ZEROS TO LIC-EXERC
           START LICENCIA KEY IS NOT LESS THAN LIC-CHAVE
           IF ST-LIC NOT = "00"
               GO TO REA-LIC-FIM.
       REA-LIC-LER.
           READ LICENCIA NEXT RECORD
           IF ST-LIC NOT = "00"
               GO TO REA-LIC-FIM.
           IF LIC-PLACA NOT = PLACA
               GO TO REA-LIC-FIM.
           IF LIC-STATUS = "L"
               MOVE LIC-DATA (1:6) TO W-AAMM
               MOVE W-TAXALIC TO W-VAL
               PERFORM REA-SOMA THRU REA-SOMA-FIM.
           GO TO REA-LIC-LER.
       REA-LIC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MULTAS PELA DATA DA INFRACAO
      *-----------------------------------------------------------------
       REA-MUL.
           MOVE PLACA TO MUL-PLACA
           MOVE ZEROS TO MUL-DATA MUL-SEQ
           START MULTA KEY IS NOT LESS THAN MUL-CHAVE
           IF ST-MUL NOT = "00"
               GO TO REA-MUL-FIM.
       REA-MUL-LER.
           READ MULTA NEXT RECORD
           IF ST-MUL NOT = "00"
               GO TO REA-MUL-FIM.
           IF MUL-PLACA NOT = PLACA
               GO TO REA-MUL-FIM.
           MOVE MUL-DATA (1:6) TO W-AAMM
           MOVE MUL-VALOR TO W-VAL
           PERFORM REA-SOMA THRU REA-SOMA-FIM.
           GO TO REA-MUL-LER.
       REA-MUL-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PNEUS MONTADOS NO VEICULO (CHAVE ALTERNATIVA PMV-PLACA)
      *-----------------------------------------------------------------
       REA-PNEU.
           IF W-PMVDISP NOT = "S"
               GO TO REA-PNEU-FIM.
           MOVE PLACA TO PMV-PLACA
           START PNEUMOV KEY IS NOT LESS THAN PMV-PLACA
           IF ST-PMV NOT = "00"
               GO TO REA-PNEU-FIM.
       REA-PNEU-LER.
           READ PNEUMOV NEXT RECORD
           IF ST-PMV NOT = "00" AND ST-PMV NOT = "02"
               GO TO REA-PNEU-FIM.
           IF PMV-PLACA NOT = PLACA
               GO TO REA-PNEU-FIM.
           IF PMV-TIPO = "M"
               MOVE PMV-DATA (1:6) TO W-AAMM
               MOVE PMV-CUSTO TO W-VAL
               PERFORM REA-SOMA THRU REA-SOMA-FIM.
           GO TO REA-PNEU-LER.
       REA-PNEU-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * IMPRESSAO DA LINHA DO ORCAMENTO: IDENTIFICACAO, MES E ANO
      *-----------------------------------------------------------------
       ORC-LINHA.
           ADD 1 TO W-LINHAS.
           MOVE SPACES TO LINREL
           IF W-NIVEL = "G"
               STRING "FROTA INTEIRA" DELIMITED BY SIZE
                      INTO LINREL.
           IF W-NIVEL = "V"
               STRING "VEICULO " W-REF DELIMITED BY SIZE
                      INTO LINREL.
           IF W-NIVEL = "M"
               MOVE SPACES TO NOMEMARCA
               IF W-MARDISP = "S" AND W-REF (1:1) NUMERIC
                   MOVE W-REF (1:1) TO COD-MARCA
                   READ MARCAS
                   IF ST-ERRO NOT = "00"
                       MOVE SPACES TO NOMEMARCA
                   END-IF
               END-IF
               STRING "MARCA " W-REF (1:1) " " NOMEMARCA
                      DELIMITED BY SIZE INTO LINREL.
           MOVE OFC-DESC (W-CATEG) TO LINREL (30:12)
           MOVE W-VEICLIN TO LINREL (45:5)
           MOVE "VEICULO(S)" TO LINREL (51:10)
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE "  MES" TO W-ROTULO
           MOVE W-PREVMES TO W-PREV
           MOVE W-REALMES TO W-REAL
           PERFORM ORC-COMPARA THRU ORC-COMPARA-FIM.
           MOVE "  ANO" TO W-ROTULO
           MOVE W-PREVACU TO W-PREV
           MOVE W-REALACU TO W-REAL
           PERFORM ORC-COMPARA THRU ORC-COMPARA-FIM.
       ORC-LINHA-FIM.
           EXIT.
      *
      *        UMA LINHA DE COMPARACAO: VARIACAO, % E ESTOURO
       ORC-COMPARA.
           COMPUTE W-VAR = W-REAL - W-PREV
           MOVE W-PREV TO W-PREV-ED
           MOVE W-REAL TO W-REAL-ED
           MOVE W-VAR  TO W-VAR-ED
           IF W-PREV = ZEROS
               MOVE "    ---" TO W-PCT-X
           ELSE
               COMPUTE W-PCT ROUNDED = W-VAR * 100 / W-PREV
                   ON SIZE ERROR MOVE 9999 TO W-PCT
               END-COMPUTE
               MOVE W-PCT TO W-PCT-ED
               MOVE W-PCT-ED TO W-PCT-X.
           MOVE SPACES TO LINREL
           STRING W-ROTULO " " W-PREV-ED " " W-REAL-ED " " W-VAR-ED
                  " " W-PCT-X
                  DELIMITED BY SIZE INTO LINREL
           COMPUTE W-LIMITE ROUNDED = W-PREV * (100 + W-TOLER) / 100
           IF W-REAL > W-LIMITE
               MOVE "ESTOURO" TO LINREL (65:7)
               ADD 1 TO W-ESTOUROS.
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
       ORC-COMPARA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       ORC-EOF.
           MOVE SPACES TO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "LINHAS DO ORCAMENTO.....: " W-LINHAS
                  "  ESTOUROS: " W-ESTOUROS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM ORC-IMP THRU ORC-IMP-FIM.
           CLOSE ORCFROTA CADVEIC RELORC IMPRESSORA.
           PERFORM ORC-FCHFONTE THRU ORC-FCHFONTE-FIM.
           IF W-MARDISP = "S"
               CLOSE MARCAS.
           IF W-PMVDISP = "S"
               CLOSE PNEUMOV.
           IF W-LICDISP = "S"
               CLOSE LICENCIA.
           DISPLAY "RELORCFR - RELATORIO GERADO EM RELORCFR.TXT".
           DISPLAY "LINHAS DO ORCAMENTO.....: " W-LINHAS.
           DISPLAY "LINHAS COM ESTOURO......: " W-ESTOUROS.
           GO TO ROT-FIM.
      *
      *        FECHA A FONTE DO REALIZADO: DETALHE OU RESUMO
       ORC-FCHFONTE.
           IF W-DETALHE = "S"
               CLOSE MANUVEIC ABASTEC IPVAPAG SEGURO MULTA
           ELSE
               CLOSE CUSTMES.
       ORC-FCHFONTE-FIM.
           EXIT.
      *
       ORC-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       ORC-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
