       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCO2.
      **************************************
      *  EMISSOES DE CO2 DA FROTA (ESG)    *
      *  (ABASTEC.DAT -> RELCO2.TXT E      *
      *  ESGCO2.TXT)                       *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O ANO E O MES (MES 00 = O ANO INTEIRO). OS
      * LITROS DE CADA ABASTECIMENTO DO PERIODO VIRAM KG DE CO2 PELO
      * FATOR DO COMBUSTIVEL DO MODELO DO VEICULO (MDL-COMBUST DO
      * CATALOGO MODELO.DAT) NA TABELA EMISSAO.DAT, MANTIDA NO
      * CADEMISS; COMBUSTIVEL SEM REGISTRO NA TABELA USA O FATOR
      * PADRAO ABAIXO E VEICULO SEM MODELO USA O DA GASOLINA. OS KM
      * SAO OS DO ODOMETRO ENTRE UM ABASTECIMENTO E O ANTERIOR DA
      * PLACA (MESMA CONTA DO ABACHECA). O RELATORIO MOSTRA, PARA O
      * PERIODO E PARA O MESMO PERIODO DO ANO ANTERIOR, AS EMISSOES
      * POR VEICULO, POR MARCA, POR CENTRO DE CUSTO (O DA ALOCACAO
      * QUE ESTAVA COM O VEICULO NA HORA DO ABASTECIMENTO, COMO NO
      * RATCCUS) E DA FROTA, COM O KG DE CO2 POR KM, OS FATORES
      * USADOS E O EFEITO ESTIMADO DA TROCA DOS VEICULOS MARCADOS
      * PELO RELSUBST (SUBSTIT.TXT): OS MESMOS KM FEITOS COM O
      * CONSUMO DE CATALOGO DO MODELO (MDL-KML). ABASTEC E VEICULO
      * SAO OBRIGATORIOS; SEM ALOCA.DAT TUDO FICA "SEM CENTRO", SEM
      * SUBSTIT.TXT A PARTE DA TROCA NAO SAI.
      * ARQUIVOS: RELCO2.TXT, O SPOOL RELCO2.SPL E A EXPORTACAO PARA
      * O QUESTIONARIO DE SUSTENTABILIDADE DO CLIENTE, ESGCO2.TXT, EM
      * LAYOUT FIXO DE 80 POSICOES (VALORES SEM PONTO NEM VIRGULA,
      * DECIMAIS IMPLICITAS):
      *   TIPO 0 (HEADER)  : "0" + INICIO E FIM DO PERIODO + INICIO E
      *                      FIM DO PERIODO DO ANO ANTERIOR + DATA DA
      *                      GERACAO (AAAAMMDD) + LITERAL DA LOJA
      *   TIPO 1 (COMBUST) : "1" + CODIGO + DESCRICAO + FATOR (9V999)
      *                      + LITROS E KG CO2 DO PERIODO (9V99)
      *   TIPO 2 (VEICULO) : "2" + PLACA + MARCA + COMBUSTIVEL + KM +
      *                      LITROS + KG CO2 + KG CO2/KM (99V999) + KM
      *                      E KG CO2 DO ANO ANTERIOR + "S" SE MARCADO
      *                      PARA TROCA
      *   TIPO 3 (MARCA)   : "3" + CODIGO + NOME + KM + KG CO2 + KM E
      *                      KG CO2 DO ANO ANTERIOR
      *   TIPO 4 (CCUSTO)  : "4" + CENTRO DE CUSTO (BRANCO = SEM
      *                      CENTRO) + KM + KG CO2 + KM E KG CO2 DO
      *                      ANO ANTERIOR
      *   TIPO 5 (FROTA)   : "5" + KM + LITROS + KG CO2 + KG CO2/KM +
      *                      KM, LITROS E KG CO2 DO ANO ANTERIOR +
      *                      REDUCAO ESTIMADA COM A TROCA (KG CO2)
      *   TIPO 9 (TRAILER) : "9" + QUANTIDADE DE REGISTROS 1 A 5 +
      *                      SOMA DOS KG CO2 DOS VEICULOS (CONFERENCIA)
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
           COPY CPYMARS
               REPLACING ==ST-ERRO== BY ==ST-MAR==.
           COPY CPYEMIS.
           COPY CPYALOS.
           COPY CPYCCUS.
           COPY CPYSUBS.
           SELECT CO2ORD ASSIGN TO DISK.
           SELECT RELCO ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           SELECT ARQESG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-ESG.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYABAR.
           COPY CPYVEIR.
           COPY CPYMDLR.
           COPY CPYMARR.
           COPY CPYEMIR.
           COPY CPYALOR.
           COPY CPYCCUR.
           COPY CPYSUBR.
      *
       SD  CO2ORD.
       01 REGORD.
                03 ORD-CCUSTO      PIC X(06).
                03 ORD-KM          PIC 9(09).
                03 ORD-KG          PIC 9(09)V99.
                03 ORD-KMANT       PIC 9(09).
                03 ORD-KGANT       PIC 9(09)V99.
      *
       FD  RELCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCO2.TXT".
       01 LINREL                       PIC X(80).
      *
       FD  ARQESG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESGCO2.TXT".
       01 LINESG                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-VEI         PIC X(02) VALUE "00".
       77 ST-MDL         PIC X(02) VALUE "00".
       77 ST-MAR         PIC X(02) VALUE "00".
       77 ST-EMI         PIC X(02) VALUE "00".
       77 ST-ALO         PIC X(02) VALUE "00".
       77 ST-CCU         PIC X(02) VALUE "00".
       77 ST-SUB         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-ESG         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-MDLDISP      PIC X(01) VALUE "N".
       77 W-MARDISP      PIC X(01) VALUE "N".
       77 W-ALODISP      PIC X(01) VALUE "N".
       77 W-CCUDISP      PIC X(01) VALUE "N".
       77 W-SUBDISP      PIC X(01) VALUE "N".
      *        PERIODO E O MESMO PERIODO DO ANO ANTERIOR
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-MES          PIC 9(02) VALUE ZEROS.
       77 W-DATINI       PIC 9(08) VALUE ZEROS.
       77 W-DATFIM       PIC 9(08) VALUE ZEROS.
       77 W-ANTINI       PIC 9(08) VALUE ZEROS.
       77 W-ANTFIM       PIC 9(08) VALUE ZEROS.
       77 W-PER          PIC X(01) VALUE SPACES.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
      *        VEICULO CORRENTE (ABASTEC EM ORDEM DE PLACA)
       77 W-PRIMVEI      PIC X(01) VALUE "S".
       77 W-VPLACA       PIC X(07) VALUE SPACES.
       77 W-VMARCA       PIC 9(01) VALUE ZEROS.
       77 W-VCOMB        PIC X(01) VALUE SPACES.
       77 W-VKML         PIC 9(02)V9 VALUE ZEROS.
       77 W-VTROCA       PIC X(01) VALUE "N".
       77 W-VKM          PIC 9(07) VALUE ZEROS.
       77 W-VLIT         PIC 9(07)V99 VALUE ZEROS.
       77 W-VKG          PIC 9(09)V99 VALUE ZEROS.
       77 W-VKMANT       PIC 9(07) VALUE ZEROS.
       77 W-VKGANT       PIC 9(09)V99 VALUE ZEROS.
       77 W-ODOANT       PIC 9(07) VALUE ZEROS.
       77 W-DELTA        PIC 9(07) VALUE ZEROS.
       77 W-KGABA        PIC 9(07)V99 VALUE ZEROS.
       77 W-FX           PIC 9(01) VALUE ZEROS.
       77 W-ACHCCU       PIC X(06) VALUE SPACES.
       01 W-MOMEVT.
            03 W-MOMEVT-DATA PIC 9(08).
            03 W-MOMEVT-HORA PIC 9(06).
       01 W-MOMFIM.
            03 W-MOMFIM-DATA PIC 9(08).
            03 W-MOMFIM-HORA PIC 9(06).
      *        TOTAIS DA FROTA
       77 W-TKM          PIC 9(09) VALUE ZEROS.
       77 W-TLIT         PIC 9(09)V99 VALUE ZEROS.
       77 W-TKG          PIC 9(09)V99 VALUE ZEROS.
       77 W-TKMANT       PIC 9(09) VALUE ZEROS.
       77 W-TLITANT      PIC 9(09)V99 VALUE ZEROS.
       77 W-TKGANT       PIC 9(09)V99 VALUE ZEROS.
       77 W-TREDUC       PIC 9(09)V99 VALUE ZEROS.
       77 W-TAPOS        PIC 9(09)V99 VALUE ZEROS.
       77 W-VEICULOS     PIC 9(05) VALUE ZEROS.
       77 W-SEMMDL       PIC 9(05) VALUE ZEROS.
       77 W-CCUEXC       PIC 9(05) VALUE ZEROS.
       77 W-ESGQTD       PIC 9(06) VALUE ZEROS.
       77 W-ESGSOMA      PIC 9(11)V99 VALUE ZEROS.
      *        INDICES DE UMA LINHA (KG/KM E VARIACAO SOBRE O ANO
      *        ANTERIOR)
       77 W-CKG          PIC 9(09)V99 VALUE ZEROS.
       77 W-CKM          PIC 9(09) VALUE ZEROS.
       77 W-CKGANT       PIC 9(09)V99 VALUE ZEROS.
       77 W-CKGKM        PIC 9(02)V999 VALUE ZEROS.
       77 W-CVAR         PIC S9(05)V9 VALUE ZEROS.
       77 W-VAR-TXT      PIC X(07) VALUE SPACES.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-JX           PIC 9(03) VALUE ZEROS.
      *        EDICAO
       77 W-KM7-ED       PIC ZZZZZZ9.
       77 W-KM-ED        PIC ZZZ.ZZZ.ZZ9.
       77 W-KMANT-ED     PIC ZZZ.ZZZ.ZZ9.
       77 W-LIT-ED       PIC ZZZZZZ9,99.
       77 W-KG-ED        PIC ZZ.ZZZ.ZZ9.
       77 W-KG2-ED       PIC ZZ.ZZZ.ZZ9.
       77 W-KGANT-ED     PIC ZZ.ZZZ.ZZ9.
       77 W-KGKM-ED      PIC Z9,999.
       77 W-KGKM2-ED     PIC Z9,999.
       77 W-VAR-ED       PIC -ZZZ9,9.
       77 W-FATOR-ED     PIC 9,999.
       77 W-VEIC-ED      PIC ZZZ9.
       77 W-PCT-ED       PIC ZZ9,9.
       77 W-PCT          PIC 9(03)V9 VALUE ZEROS.
       77 W-NOME12       PIC X(12) VALUE SPACES.
       77 W-OBS          PIC X(20) VALUE SPACES.
      *        FATORES PADRAO EM KG DE CO2 POR LITRO (GNV POR M3),
      *        TROCADOS PELOS DA TABELA EMISSAO.DAT QUANDO HOUVER.
      *        A ORIGEM FICA "P" (PADRAO) OU "T" (TABELA).
       01 W-FATPADRAO.
            03 FILLER PIC X(18) VALUE "GGASOLINA    2212P".
            03 FILLER PIC X(18) VALUE "EETANOL      1457P".
            03 FILLER PIC X(18) VALUE "FFLEX        2212P".
            03 FILLER PIC X(18) VALUE "DDIESEL      2603P".
            03 FILLER PIC X(18) VALUE "VGNV (M3)    1999P".
            03 FILLER PIC X(18) VALUE "LELETRICO    0000P".
       01 W-TABFAT REDEFINES W-FATPADRAO.
            03 W-FAT OCCURS 6 TIMES.
                05 FAT-COD      PIC X(01).
                05 FAT-DESC     PIC X(12).
                05 FAT-VALOR    PIC 9(01)V999.
                05 FAT-ORIGEM   PIC X(01).
       01 W-TABFTT.
            03 W-FTT OCCURS 6 TIMES.
                05 FTT-LIT      PIC 9(09)V99.
                05 FTT-KG       PIC 9(09)V99.
      *        POR MARCA (MARCA + 1)
       01 W-TABMRT.
            03 W-MRT OCCURS 10 TIMES.
                05 MRT-VEIC     PIC 9(04).
                05 MRT-KM       PIC 9(09).
                05 MRT-KG       PIC 9(09)V99.
                05 MRT-KMANT    PIC 9(09).
                05 MRT-KGANT    PIC 9(09)V99.
      *        POR CENTRO DE CUSTO (BRANCO = SEM CENTRO)
       77 W-CCTQTD       PIC 9(03) VALUE ZEROS.
       01 W-TABCCT.
            03 W-CCT OCCURS 200 TIMES.
                05 CCT-COD      PIC X(06).
                05 CCT-KM       PIC 9(09).
                05 CCT-KG       PIC 9(09)V99.
                05 CCT-KMANT    PIC 9(09).
                05 CCT-KGANT    PIC 9(09)V99.
      *        VEICULOS MARCADOS PARA TROCA (SUBSTIT.TXT). SBT-SITU:
      *        C = CALCULADO, K = MODELO SEM KM/L DE CATALOGO,
      *        M = SEM ABASTECIMENTO NO PERIODO
       77 W-SUBQTD       PIC 9(03) VALUE ZEROS.
       01 W-TABSBT.
            03 W-SBT OCCURS 500 TIMES.
                05 SBT-PLACA    PIC X(07).
                05 SBT-PCT      PIC 9(05)V99.
                05 SBT-SITU     PIC X(01).
                05 SBT-KM       PIC 9(07).
                05 SBT-KG       PIC 9(09)V99.
                05 SBT-KGNOVO   PIC 9(09)V99.
      *
      *        LAYOUT DA EXPORTACAO ESGCO2.TXT
       01 ESG-HEADER.
            03 FILLER       PIC X(01) VALUE "0".
            03 EH-DATINI    PIC 9(08).
            03 EH-DATFIM    PIC 9(08).
            03 EH-ANTINI    PIC 9(08).
            03 EH-ANTFIM    PIC 9(08).
            03 EH-DATA      PIC 9(08).
            03 EH-ORIGEM    PIC X(20) VALUE "LOJA DE AMIGOS".
            03 FILLER       PIC X(19) VALUE SPACES.
       01 ESG-COMB.
            03 FILLER       PIC X(01) VALUE "1".
            03 EC-COD       PIC X(01).
            03 EC-DESC      PIC X(12).
            03 EC-FATOR     PIC 9(01)V999.
            03 EC-LITROS    PIC 9(09)V99.
            03 EC-KG        PIC 9(09)V99.
            03 FILLER       PIC X(40) VALUE SPACES.
       01 ESG-VEIC.
            03 FILLER       PIC X(01) VALUE "2".
            03 EV-PLACA     PIC X(07).
            03 EV-MARCA     PIC 9(01).
            03 EV-COMB      PIC X(01).
            03 EV-KM        PIC 9(09).
            03 EV-LITROS    PIC 9(09)V99.
            03 EV-KG        PIC 9(09)V99.
            03 EV-KGKM      PIC 9(02)V999.
            03 EV-KMANT     PIC 9(09).
            03 EV-KGANT     PIC 9(09)V99.
            03 EV-TROCA     PIC X(01).
            03 FILLER       PIC X(13) VALUE SPACES.
       01 ESG-MARCA.
            03 FILLER       PIC X(01) VALUE "3".
            03 EM-COD       PIC 9(01).
            03 EM-NOME      PIC X(12).
            03 EM-KM        PIC 9(09).
            03 EM-KG        PIC 9(09)V99.
            03 EM-KMANT     PIC 9(09).
            03 EM-KGANT     PIC 9(09)V99.
            03 FILLER       PIC X(26) VALUE SPACES.
       01 ESG-CCUSTO.
            03 FILLER       PIC X(01) VALUE "4".
            03 EK-COD       PIC X(06).
            03 EK-KM        PIC 9(09).
            03 EK-KG        PIC 9(09)V99.
            03 EK-KMANT     PIC 9(09).
            03 EK-KGANT     PIC 9(09)V99.
            03 FILLER       PIC X(33) VALUE SPACES.
       01 ESG-FROTA.
            03 FILLER       PIC X(01) VALUE "5".
            03 ET-KM        PIC 9(09).
            03 ET-LITROS    PIC 9(09)V99.
            03 ET-KG        PIC 9(09)V99.
            03 ET-KGKM      PIC 9(02)V999.
            03 ET-KMANT     PIC 9(09).
            03 ET-LITANT    PIC 9(09)V99.
            03 ET-KGANT     PIC 9(09)V99.
            03 ET-REDUC     PIC 9(09)V99.
            03 FILLER       PIC X(01) VALUE SPACES.
       01 ESG-TRAILER.
            03 FILLER       PIC X(01) VALUE "9".
            03 ER-QTD       PIC 9(06).
            03 ER-SOMAKG    PIC 9(11)V99.
            03 FILLER       PIC X(60) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELCO2 - EMISSOES DE CO2 DA FROTA".
           ACCEPT W-DATA FROM DATE YYYYMMDD.
       PED-ANO.
           DISPLAY "ANO (AAAA): ".
           MOVE ZEROS TO W-ANO
           ACCEPT W-ANO.
           IF W-ANO < 1901
               GO TO PED-ANO.
       PED-MES.
           DISPLAY "MES (01 A 12, 00 = ANO INTEIRO): ".
           MOVE ZEROS TO W-MES
           ACCEPT W-MES.
           IF W-MES > 12
               GO TO PED-MES.
           IF W-MES = ZEROS
               COMPUTE W-DATINI = W-ANO * 10000 + 101
               COMPUTE W-DATFIM = W-ANO * 10000 + 1231
           ELSE
               COMPUTE W-DATINI = W-ANO * 10000 + W-MES * 100 + 1
               COMPUTE W-DATFIM = W-ANO * 10000 + W-MES * 100 + 31.
           COMPUTE W-ANTINI = W-DATINI - 10000
           COMPUTE W-ANTFIM = W-DATFIM - 10000
           MOVE ZEROS TO W-TABFTT W-TABMRT
           PERFORM CO2-OP0 THRU CO2-OP0-FIM.
           PERFORM CO2-FATORES THRU CO2-FATORES-FIM.
           PERFORM CO2-SUBST THRU CO2-SUBST-FIM.
           PERFORM CO2-CABEC THRU CO2-CABEC-FIM.
           PERFORM CO2-LER THRU CO2-LER-FIM.
           PERFORM CO2-COMBUST THRU CO2-COMBUST-FIM.
           PERFORM CO2-MARCAS THRU CO2-MARCAS-FIM.
           SORT CO2ORD ON ASCENDING KEY ORD-CCUSTO
                       INPUT PROCEDURE CCT-SOLTA
                                  THRU CCT-SOLTA-FIM
                       OUTPUT PROCEDURE CCT-IMPRIME
                                  THRU CCT-IMPRIME-FIM.
           PERFORM CO2-TROCA THRU CO2-TROCA-FIM.
           PERFORM CO2-FROTA THRU CO2-FROTA-FIM.
           PERFORM CO2-RESUMO THRU CO2-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E HEADER DA EXPORTACAO
      *-----------------------------------------------------------------
       CO2-OP0.
           OPEN INPUT ABASTEC
           IF ST-ABA NOT = "00"
               DISPLAY "ERRO AO ABRIR ABASTEC.DAT - ST=" ST-ABA
               GO TO ROT-FIM.
           OPEN INPUT CADVEIC
           IF ST-VEI NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-VEI
               CLOSE ABASTEC
               GO TO ROT-FIM.
           OPEN OUTPUT RELCO
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCO2.TXT - ST=" ST-REL
               CLOSE ABASTEC CADVEIC
               GO TO ROT-FIM.
           OPEN OUTPUT ARQESG
           IF ST-ESG NOT = "00"
               DISPLAY "ERRO AO ABRIR ESGCO2.TXT - ST=" ST-ESG
               CLOSE ABASTEC CADVEIC RELCO
               GO TO ROT-FIM.
           MOVE "RELCO2.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELCO2  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ABASTEC CADVEIC RELCO ARQESG
               GO TO ROT-FIM.
           OPEN INPUT MODELO
           IF ST-MDL = "00"
               MOVE "S" TO W-MDLDISP.
           OPEN INPUT MARCAS
           IF ST-MAR = "00"
               MOVE "S" TO W-MARDISP.
           OPEN INPUT ALOCA
           IF ST-ALO = "00"
               MOVE "S" TO W-ALODISP.
           OPEN INPUT CCUSTO
           IF ST-CCU = "00"
               MOVE "S" TO W-CCUDISP.
           MOVE W-DATINI TO EH-DATINI
           MOVE W-DATFIM TO EH-DATFIM
           MOVE W-ANTINI TO EH-ANTINI
           MOVE W-ANTFIM TO EH-ANTFIM
           MOVE W-DATA   TO EH-DATA
           MOVE ESG-HEADER TO LINESG
           WRITE LINESG.
       CO2-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FATORES DA TABELA EMISSAO.DAT POR CIMA DOS PADROES
      *-----------------------------------------------------------------
       CO2-FATORES.
           OPEN INPUT EMISSAO
           IF ST-EMI NOT = "00"
               GO TO CO2-FATORES-FIM.
           MOVE 1 TO W-FX.
       CO2-FATORES-LER.
           MOVE FAT-COD (W-FX) TO EMI-COMBUST
           READ EMISSAO
           IF ST-EMI = "00"
               MOVE EMI-DESC  TO FAT-DESC (W-FX)
               MOVE EMI-FATOR TO FAT-VALOR (W-FX)
               MOVE "T"       TO FAT-ORIGEM (W-FX).
           IF W-FX < 6
               ADD 1 TO W-FX
               GO TO CO2-FATORES-LER.
           CLOSE EMISSAO.
       CO2-FATORES-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PLACAS MARCADAS PARA TROCA NA ULTIMA RODADA DO RELSUBST
      *-----------------------------------------------------------------
       CO2-SUBST.
           OPEN INPUT SUBSTIT
           IF ST-SUB NOT = "00"
               GO TO CO2-SUBST-FIM.
           MOVE "S" TO W-SUBDISP.
       CO2-SUBST-LER.
           READ SUBSTIT
               AT END
                   CLOSE SUBSTIT
                   GO TO CO2-SUBST-FIM.
           IF W-SUBQTD NOT < 500
               GO TO CO2-SUBST-LER.
           ADD 1 TO W-SUBQTD
           MOVE SUB-PLACA TO SBT-PLACA (W-SUBQTD)
           MOVE SUB-PCT   TO SBT-PCT (W-SUBQTD)
           MOVE "M"       TO SBT-SITU (W-SUBQTD)
           MOVE ZEROS     TO SBT-KM (W-SUBQTD) SBT-KG (W-SUBQTD)
                             SBT-KGNOVO (W-SUBQTD)
           GO TO CO2-SUBST-LER.
       CO2-SUBST-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CABECALHO E TITULOS DA LISTA POR VEICULO
      *-----------------------------------------------------------------
       CO2-CABEC.
           MOVE SPACES TO LINREL
           IF W-MES = ZEROS
               STRING "EMISSOES DE CO2 DA FROTA - ANO " W-ANO
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "EMISSOES DE CO2 DA FROTA - " W-MES "/" W-ANO
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PERIODO " W-DATINI " A " W-DATFIM
                  " - COMPARADO COM " W-ANTINI " A " W-ANTFIM
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE "EMISSOES POR VEICULO" TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PLACA   C      KM     LITROS     KG CO2  KG/KM"
                  " KG ANO ANT   VAR %"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
       CO2-CABEC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PASSADA NO ABASTEC: CADA ABASTECIMENTO DO PERIODO OU DO MESMO
      * PERIODO DO ANO ANTERIOR, FECHANDO O VEICULO NA TROCA DE PLACA
      *-----------------------------------------------------------------
       CO2-LER.
           READ ABASTEC NEXT RECORD
               AT END
                   PERFORM VEI-FECHA THRU VEI-FECHA-FIM
                   GO TO CO2-LER-FIM.
           IF W-PRIMVEI = "S" OR ABA-PLACA NOT = W-VPLACA
               PERFORM VEI-FECHA THRU VEI-FECHA-FIM
               MOVE "N" TO W-PRIMVEI
               MOVE ABA-PLACA TO W-VPLACA
               PERFORM VEI-CARREGA THRU VEI-CARREGA-FIM.
           MOVE ZEROS TO W-DELTA
           IF W-ODOANT > ZEROS AND ABA-ODOMETRO > W-ODOANT
               COMPUTE W-DELTA = ABA-ODOMETRO - W-ODOANT.
           IF ABA-ODOMETRO > ZEROS
               MOVE ABA-ODOMETRO TO W-ODOANT.
           MOVE SPACES TO W-PER
           IF ABA-DATA NOT < W-DATINI AND ABA-DATA NOT > W-DATFIM
               MOVE "A" TO W-PER.
           IF ABA-DATA NOT < W-ANTINI AND ABA-DATA NOT > W-ANTFIM
               MOVE "P" TO W-PER.
           IF W-PER = SPACES
               GO TO CO2-LER.
           COMPUTE W-KGABA ROUNDED = ABA-LITROS * FAT-VALOR (W-FX)
           PERFORM ALO-CASA THRU ALO-CASA-FIM
           PERFORM CCT-SOMA THRU CCT-SOMA-FIM
           IF W-PER = "A"
               ADD W-DELTA    TO W-VKM
               ADD ABA-LITROS TO W-VLIT
               ADD W-KGABA    TO W-VKG
               ADD ABA-LITROS TO FTT-LIT (W-FX)
               ADD W-KGABA    TO FTT-KG (W-FX)
           ELSE
               ADD W-DELTA    TO W-VKMANT
               ADD ABA-LITROS TO W-TLITANT
               ADD W-KGABA    TO W-VKGANT.
           GO TO CO2-LER.
       CO2-LER-FIM.
           EXIT.
      *
      *        MARCA, COMBUSTIVEL E KM/L DE CATALOGO DA PLACA NOVA
       VEI-CARREGA.
           MOVE ZEROS TO W-VMARCA W-VKML W-VKM W-VLIT W-VKG
                         W-VKMANT W-VKGANT W-ODOANT
           MOVE "?" TO W-VCOMB
           MOVE W-VPLACA TO PLACA
           READ CADVEIC
           IF ST-VEI NOT = "00"
               GO TO VEI-CARREGA-FAT.
           MOVE MARCA TO W-VMARCA
           IF W-MDLDISP NOT = "S" OR CODMODELO = ZEROS
               GO TO VEI-CARREGA-FAT.
           MOVE MARCA     TO MDL-MARCA
           MOVE CODMODELO TO MDL-COD
           READ MODELO
           IF ST-MDL NOT = "00"
               GO TO VEI-CARREGA-FAT.
           MOVE MDL-COMBUST TO W-VCOMB
           MOVE MDL-KML     TO W-VKML.
      *        SEM MODELO OU COMBUSTIVEL DESCONHECIDO = GASOLINA
       VEI-CARREGA-FAT.
           MOVE 1 TO W-FX.
       VEI-CARREGA-ACHA.
           IF FAT-COD (W-FX) = W-VCOMB
               GO TO VEI-CARREGA-FIM.
           IF W-FX < 6
               ADD 1 TO W-FX
               GO TO VEI-CARREGA-ACHA.
           MOVE 1 TO W-FX
           MOVE "?" TO W-VCOMB.
       VEI-CARREGA-FIM.
           EXIT.
      *
      *        LINHA E EXPORTACAO DO VEICULO QUE ACABOU DE SER LIDO
       VEI-FECHA.
           IF W-PRIMVEI = "S"
               GO TO VEI-FECHA-FIM.
           IF W-VLIT = ZEROS AND W-VKGANT = ZEROS AND W-VKMANT = ZEROS
               GO TO VEI-FECHA-FIM.
           ADD 1 TO W-VEICULOS
           IF W-VCOMB = "?"
               ADD 1 TO W-SEMMDL.
           ADD W-VKM    TO W-TKM
           ADD W-VLIT   TO W-TLIT
           ADD W-VKG    TO W-TKG
           ADD W-VKMANT TO W-TKMANT
           ADD W-VKGANT TO W-TKGANT
           ADD 1 TO MRT-VEIC (W-VMARCA + 1)
           ADD W-VKM    TO MRT-KM (W-VMARCA + 1)
           ADD W-VKG    TO MRT-KG (W-VMARCA + 1)
           ADD W-VKMANT TO MRT-KMANT (W-VMARCA + 1)
           ADD W-VKGANT TO MRT-KGANT (W-VMARCA + 1)
           PERFORM SBT-CALC THRU SBT-CALC-FIM
           MOVE W-VKG    TO W-CKG
           MOVE W-VKM    TO W-CKM
           MOVE W-VKGANT TO W-CKGANT
           PERFORM CO2-INDICE THRU CO2-INDICE-FIM
           MOVE W-VKM    TO W-KM7-ED
           MOVE W-VLIT   TO W-LIT-ED
           MOVE W-VKG    TO W-KG-ED
           MOVE W-VKGANT TO W-KGANT-ED
           MOVE SPACES TO LINREL
           STRING W-VPLACA " " W-VCOMB " " W-KM7-ED " " W-LIT-ED " "
                  W-KG-ED " " W-KGKM-ED " " W-KGANT-ED " " W-VAR-TXT
                  DELIMITED BY SIZE INTO LINREL
           IF W-VTROCA = "S"
               MOVE "TROCA" TO LINREL (67:5).
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE W-VPLACA  TO EV-PLACA
           MOVE W-VMARCA  TO EV-MARCA
           MOVE W-VCOMB   TO EV-COMB
           MOVE W-VKM     TO EV-KM
           MOVE W-VLIT    TO EV-LITROS
           MOVE W-VKG     TO EV-KG
           MOVE W-CKGKM   TO EV-KGKM
           MOVE W-VKMANT  TO EV-KMANT
           MOVE W-VKGANT  TO EV-KGANT
           MOVE W-VTROCA  TO EV-TROCA
           MOVE ESG-VEIC TO LINESG
           PERFORM ESG-GRAVA THRU ESG-GRAVA-FIM
           ADD W-VKG TO W-ESGSOMA.
       VEI-FECHA-FIM.
           EXIT.
      *
      *        VEICULO MARCADO PARA TROCA: O MESMO KM COM O CONSUMO DE
      *        CATALOGO DO MODELO, NO MESMO COMBUSTIVEL
       SBT-CALC.
           MOVE "N" TO W-VTROCA
           MOVE 1 TO W-IX.
       SBT-CALC-ACHA.
           IF W-IX > W-SUBQTD
               GO TO SBT-CALC-FIM.
           IF SBT-PLACA (W-IX) NOT = W-VPLACA
               ADD 1 TO W-IX
               GO TO SBT-CALC-ACHA.
           MOVE "S" TO W-VTROCA
           IF W-VLIT = ZEROS OR W-VKM = ZEROS
               GO TO SBT-CALC-FIM.
           MOVE W-VKM TO SBT-KM (W-IX)
           MOVE W-VKG TO SBT-KG (W-IX)
           IF W-VKML = ZEROS
               MOVE "K" TO SBT-SITU (W-IX)
               GO TO SBT-CALC-FIM.
           MOVE "C" TO SBT-SITU (W-IX)
           COMPUTE SBT-KGNOVO (W-IX) ROUNDED =
                   W-VKM / W-VKML * FAT-VALOR (W-FX)
           IF SBT-KGNOVO (W-IX) > W-VKG
               MOVE W-VKG TO SBT-KGNOVO (W-IX).
           COMPUTE W-TREDUC = W-TREDUC + W-VKG - SBT-KGNOVO (W-IX).
       SBT-CALC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CENTRO DE CUSTO DA ALOCACAO QUE ESTAVA COM A PLACA NA HORA DO
      * ABASTECIMENTO; A ULTIMA QUE CASAR VALE (COMO NO RATCCUS).
      * ALOCACAO EM ABERTO CONTA ATE O FIM DE HOJE.
      *-----------------------------------------------------------------
       ALO-CASA.
           MOVE SPACES TO W-ACHCCU
           IF W-ALODISP NOT = "S"
               GO TO ALO-CASA-FIM.
           MOVE ABA-DATA TO W-MOMEVT-DATA
           MOVE ABA-HORA TO W-MOMEVT-HORA
           MOVE ABA-PLACA TO ALO-PLACA
           MOVE ZEROS TO ALO-DATASAI ALO-HORASAI
           START ALOCA KEY IS NOT LESS THAN ALO-CHAVE
           IF ST-ALO NOT = "00"
               GO TO ALO-CASA-FIM.
       ALO-CASA-LER.
           READ ALOCA NEXT RECORD
           IF ST-ALO NOT = "00"
               GO TO ALO-CASA-FIM.
           IF ALO-PLACA NOT = ABA-PLACA
               GO TO ALO-CASA-FIM.
           IF ALO-CHAVE (8:14) > W-MOMEVT
               GO TO ALO-CASA-FIM.
           IF ALO-DATARET = ZEROS
               MOVE W-DATA TO W-MOMFIM-DATA
               MOVE 235959 TO W-MOMFIM-HORA
           ELSE
               MOVE ALO-DATARET TO W-MOMFIM-DATA
               MOVE ALO-HORARET TO W-MOMFIM-HORA.
           IF W-MOMEVT NOT > W-MOMFIM
               MOVE ALO-CCUSTO TO W-ACHCCU.
           GO TO ALO-CASA-LER.
       ALO-CASA-FIM.
           EXIT.
      *
      *        ACUMULA O ABASTECIMENTO NO CENTRO DE CUSTO ACHADO
       CCT-SOMA.
           MOVE 1 TO W-IX.
       CCT-SOMA-ACHA.
           IF W-IX > W-CCTQTD
               GO TO CCT-SOMA-NOVO.
           IF CCT-COD (W-IX) = W-ACHCCU
               GO TO CCT-SOMA-ADD.
           ADD 1 TO W-IX
           GO TO CCT-SOMA-ACHA.
       CCT-SOMA-NOVO.
           IF W-CCTQTD NOT < 200
               ADD 1 TO W-CCUEXC
               GO TO CCT-SOMA-FIM.
           ADD 1 TO W-CCTQTD
           MOVE W-CCTQTD TO W-IX
           MOVE W-ACHCCU TO CCT-COD (W-IX)
           MOVE ZEROS TO CCT-KM (W-IX) CCT-KG (W-IX)
                         CCT-KMANT (W-IX) CCT-KGANT (W-IX).
       CCT-SOMA-ADD.
           IF W-PER = "A"
               ADD W-DELTA TO CCT-KM (W-IX)
               ADD W-KGABA TO CCT-KG (W-IX)
           ELSE
               ADD W-DELTA TO CCT-KMANT (W-IX)
               ADD W-KGABA TO CCT-KGANT (W-IX).
       CCT-SOMA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * KG CO2 POR KM E VARIACAO SOBRE O ANO ANTERIOR (W-CKG, W-CKM,
      * W-CKGANT -> W-CKGKM, W-KGKM-ED E W-VAR-TXT)
      *-----------------------------------------------------------------
       CO2-INDICE.
           MOVE ZEROS TO W-CKGKM
           IF W-CKM > ZEROS
               COMPUTE W-CKGKM ROUNDED = W-CKG / W-CKM
                   ON SIZE ERROR MOVE 99,999 TO W-CKGKM.
           MOVE W-CKGKM TO W-KGKM-ED
           IF W-CKGANT = ZEROS AND W-CKG = ZEROS
               MOVE "      -" TO W-VAR-TXT
               GO TO CO2-INDICE-FIM.
           IF W-CKGANT = ZEROS
               MOVE "   NOVO" TO W-VAR-TXT
               GO TO CO2-INDICE-FIM.
           COMPUTE W-CVAR ROUNDED =
               (W-CKG - W-CKGANT) * 100 / W-CKGANT
               ON SIZE ERROR MOVE 9999,9 TO W-CVAR.
           MOVE W-CVAR TO W-VAR-ED
           MOVE W-VAR-ED TO W-VAR-TXT.
       CO2-INDICE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LITROS E EMISSOES POR COMBUSTIVEL, COM O FATOR USADO
      *-----------------------------------------------------------------
       CO2-COMBUST.
           MOVE SPACES TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EMISSOES POR COMBUSTIVEL"
                  " (KG CO2 POR LITRO; GNV POR M3)"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE "COMBUSTIVEL  FATOR ORIGEM     LITROS     KG CO2"
                TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE 1 TO W-FX.
       CO2-COMBUST-LER.
           MOVE FAT-VALOR (W-FX) TO W-FATOR-ED
           MOVE FTT-LIT (W-FX)   TO W-LIT-ED
           MOVE FTT-KG (W-FX)    TO W-KG-ED
           MOVE SPACES TO LINREL
           STRING FAT-DESC (W-FX) " " W-FATOR-ED " "
                  DELIMITED BY SIZE INTO LINREL
           IF FAT-ORIGEM (W-FX) = "T"
               MOVE "TABELA" TO LINREL (20:6)
           ELSE
               MOVE "PADRAO" TO LINREL (20:6).
           MOVE W-LIT-ED TO LINREL (27:10)
           MOVE W-KG-ED  TO LINREL (38:10)
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE FAT-COD (W-FX)   TO EC-COD
           MOVE FAT-DESC (W-FX)  TO EC-DESC
           MOVE FAT-VALOR (W-FX) TO EC-FATOR
           MOVE FTT-LIT (W-FX)   TO EC-LITROS
           MOVE FTT-KG (W-FX)    TO EC-KG
           MOVE ESG-COMB TO LINESG
           PERFORM ESG-GRAVA THRU ESG-GRAVA-FIM.
           IF W-FX < 6
               ADD 1 TO W-FX
               GO TO CO2-COMBUST-LER.
       CO2-COMBUST-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * EMISSOES POR MARCA (NOME EM MARCA.DAT)
      *-----------------------------------------------------------------
       CO2-MARCAS.
           MOVE SPACES TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE "EMISSOES POR MARCA" TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MARCA        VEIC          KM     KG CO2  KG/KM"
                  " KG ANO ANT   VAR %"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE 1 TO W-IX.
       CO2-MARCAS-LER.
           IF MRT-VEIC (W-IX) = ZEROS
               GO TO CO2-MARCAS-PROX.
           MOVE SPACES TO W-NOME12
           STRING "MARCA " DELIMITED BY SIZE INTO W-NOME12
           COMPUTE W-JX = W-IX - 1
           MOVE W-JX (3:1) TO W-NOME12 (7:1)
           IF W-MARDISP = "S"
               MOVE W-JX (3:1) TO COD-MARCA
               READ MARCAS
               IF ST-MAR = "00"
                   MOVE NOMEMARCA TO W-NOME12.
           MOVE MRT-KG (W-IX)    TO W-CKG
           MOVE MRT-KM (W-IX)    TO W-CKM
           MOVE MRT-KGANT (W-IX) TO W-CKGANT
           PERFORM CO2-INDICE THRU CO2-INDICE-FIM
           MOVE MRT-VEIC (W-IX)  TO W-VEIC-ED
           MOVE MRT-KM (W-IX)    TO W-KM-ED
           MOVE MRT-KG (W-IX)    TO W-KG-ED
           MOVE MRT-KGANT (W-IX) TO W-KGANT-ED
           MOVE SPACES TO LINREL
           STRING W-NOME12 " " W-VEIC-ED " " W-KM-ED " " W-KG-ED " "
                  W-KGKM-ED " " W-KGANT-ED " " W-VAR-TXT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE W-JX (3:1)       TO EM-COD
           MOVE W-NOME12         TO EM-NOME
           MOVE MRT-KM (W-IX)    TO EM-KM
           MOVE MRT-KG (W-IX)    TO EM-KG
           MOVE MRT-KMANT (W-IX) TO EM-KMANT
           MOVE MRT-KGANT (W-IX) TO EM-KGANT
           MOVE ESG-MARCA TO LINESG
           PERFORM ESG-GRAVA THRU ESG-GRAVA-FIM.
       CO2-MARCAS-PROX.
           IF W-IX < 10
               ADD 1 TO W-IX
               GO TO CO2-MARCAS-LER.
       CO2-MARCAS-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * EMISSOES POR CENTRO DE CUSTO, EM ORDEM DE CODIGO
      *-----------------------------------------------------------------
       CCT-SOLTA.
           MOVE 1 TO W-IX.
       CCT-SOLTA-LER.
           IF W-IX > W-CCTQTD
               GO TO CCT-SOLTA-FIM.
           MOVE CCT-COD (W-IX)   TO ORD-CCUSTO
           MOVE CCT-KM (W-IX)    TO ORD-KM
           MOVE CCT-KG (W-IX)    TO ORD-KG
           MOVE CCT-KMANT (W-IX) TO ORD-KMANT
           MOVE CCT-KGANT (W-IX) TO ORD-KGANT
           RELEASE REGORD
           ADD 1 TO W-IX
           GO TO CCT-SOLTA-LER.
       CCT-SOLTA-FIM.
           EXIT.
      *
       CCT-IMPRIME.
           MOVE SPACES TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE "EMISSOES POR CENTRO DE CUSTO" TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CCUSTO NOME                  KM     KG CO2  KG/KM"
                  " KG ANO ANT   VAR %"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
       CCT-IMPRIME-LER.
           RETURN CO2ORD AT END
               GO TO CCT-IMPRIME-FIM.
           MOVE SPACES TO W-NOME12
           IF ORD-CCUSTO = SPACES
               MOVE "SEM CENTRO" TO W-NOME12
           ELSE
               IF W-CCUDISP = "S"
                   MOVE ORD-CCUSTO TO CCU-COD
                   READ CCUSTO
                   IF ST-CCU = "00"
                       MOVE CCU-NOME TO W-NOME12.
           MOVE ORD-KG    TO W-CKG
           MOVE ORD-KM    TO W-CKM
           MOVE ORD-KGANT TO W-CKGANT
           PERFORM CO2-INDICE THRU CO2-INDICE-FIM
           MOVE ORD-KM    TO W-KM-ED
           MOVE ORD-KG    TO W-KG-ED
           MOVE ORD-KGANT TO W-KGANT-ED
           MOVE SPACES TO LINREL
           STRING ORD-CCUSTO " " W-NOME12 " " W-KM-ED " " W-KG-ED " "
                  W-KGKM-ED " " W-KGANT-ED " " W-VAR-TXT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE ORD-CCUSTO TO EK-COD
           MOVE ORD-KM     TO EK-KM
           MOVE ORD-KG     TO EK-KG
           MOVE ORD-KMANT  TO EK-KMANT
           MOVE ORD-KGANT  TO EK-KGANT
           MOVE ESG-CCUSTO TO LINESG
           PERFORM ESG-GRAVA THRU ESG-GRAVA-FIM.
           GO TO CCT-IMPRIME-LER.
       CCT-IMPRIME-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * EFEITO ESTIMADO DA TROCA DOS VEICULOS MARCADOS PELO RELSUBST
      *-----------------------------------------------------------------
       CO2-TROCA.
           IF W-SUBDISP NOT = "S"
               GO TO CO2-TROCA-FIM.
           MOVE SPACES TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE "EFEITO DA TROCA DOS VEICULOS MARCADOS PELO RELSUBST"
                TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE "(OS MESMOS KM COM O CONSUMO DE CATALOGO DO MODELO)"
                TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE "PLACA        KM KG CO2 HOJE  COM A TROCA    REDUCAO"
                TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE 1 TO W-IX.
       CO2-TROCA-LER.
           IF W-IX > W-SUBQTD
               GO TO CO2-TROCA-TOT.
           MOVE SBT-KM (W-IX) TO W-KM7-ED
           MOVE SBT-KG (W-IX) TO W-KG-ED
           MOVE SPACES TO LINREL
           IF SBT-SITU (W-IX) = "C"
               MOVE SBT-KGNOVO (W-IX) TO W-KG2-ED
               COMPUTE W-CKG = SBT-KG (W-IX) - SBT-KGNOVO (W-IX)
               MOVE W-CKG TO W-KGANT-ED
               STRING SBT-PLACA (W-IX) " " W-KM7-ED "  " W-KG-ED
                      "   " W-KG2-ED " " W-KGANT-ED
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               IF SBT-SITU (W-IX) = "K"
                   MOVE "MODELO SEM KM/L" TO W-OBS
                   STRING SBT-PLACA (W-IX) " " W-KM7-ED "  "
                          W-KG-ED "   " W-OBS
                          DELIMITED BY SIZE INTO LINREL
               ELSE
                   MOVE "SEM ABASTECIMENTO" TO W-OBS
                   STRING SBT-PLACA (W-IX) "                     "
                          W-OBS
                          DELIMITED BY SIZE INTO LINREL.
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           ADD 1 TO W-IX
           GO TO CO2-TROCA-LER.
       CO2-TROCA-TOT.
           MOVE W-TREDUC TO W-KG-ED
           MOVE ZEROS TO W-PCT
           IF W-TKG > ZEROS
               COMPUTE W-PCT ROUNDED = W-TREDUC * 100 / W-TKG.
           MOVE W-PCT TO W-PCT-ED
           MOVE SPACES TO LINREL
           STRING "REDUCAO ESTIMADA.....: " W-KG-ED " KG CO2 ("
                  W-PCT-ED "% DA FROTA)"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
       CO2-TROCA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAL DA FROTA NOS DOIS PERIODOS
      *-----------------------------------------------------------------
       CO2-FROTA.
           MOVE SPACES TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE "FROTA                     PERIODO   ANO ANTERIOR"
                TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE W-TKM    TO W-KM-ED
           MOVE W-TKMANT TO W-KMANT-ED
           MOVE SPACES TO LINREL
           STRING "KM RODADOS..........: " W-KM-ED "    " W-KMANT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE W-TLIT TO W-LIT-ED
           MOVE SPACES TO LINREL
           STRING "LITROS ABASTECIDOS..:  " W-LIT-ED
                  DELIMITED BY SIZE INTO LINREL
           MOVE W-TLITANT TO W-LIT-ED
           MOVE W-LIT-ED TO LINREL (39:10)
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE W-TKG    TO W-KG-ED
           MOVE W-TKGANT TO W-KGANT-ED
           MOVE SPACES TO LINREL
           STRING "KG DE CO2...........:  " W-KG-ED "     " W-KGANT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE W-TKGANT TO W-CKG
           MOVE W-TKMANT TO W-CKM
           MOVE ZEROS    TO W-CKGANT
           PERFORM CO2-INDICE THRU CO2-INDICE-FIM
           MOVE W-KGKM-ED TO W-KGKM2-ED
           MOVE W-TKG    TO W-CKG
           MOVE W-TKM    TO W-CKM
           MOVE W-TKGANT TO W-CKGANT
           PERFORM CO2-INDICE THRU CO2-INDICE-FIM
           MOVE SPACES TO LINREL
           STRING "KG DE CO2 POR KM....:      " W-KGKM-ED
                  "         " W-KGKM2-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "VARIACAO DAS EMISSOES:  " W-VAR-TXT " %"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           IF W-SUBDISP = "S"
               COMPUTE W-TAPOS = W-TKG - W-TREDUC
               MOVE W-TAPOS TO W-KG-ED
               MOVE SPACES TO LINREL
               STRING "KG DE CO2 APOS TROCA:  " W-KG-ED
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE W-TKM     TO ET-KM
           MOVE W-TLIT    TO ET-LITROS
           MOVE W-TKG     TO ET-KG
           MOVE W-CKGKM   TO ET-KGKM
           MOVE W-TKMANT  TO ET-KMANT
           MOVE W-TLITANT TO ET-LITANT
           MOVE W-TKGANT  TO ET-KGANT
           MOVE W-TREDUC  TO ET-REDUC
           MOVE ESG-FROTA TO LINESG
           PERFORM ESG-GRAVA THRU ESG-GRAVA-FIM.
       CO2-FROTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO, TRAILER DA EXPORTACAO E FECHAMENTO
      *-----------------------------------------------------------------
       CO2-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "VEICULOS NO RELATORIO........: " W-VEICULOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SEM MODELO (FATOR GASOLINA)..: " W-SEMMDL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CO2-IMP THRU CO2-IMP-FIM.
           IF W-CCUEXC > ZEROS
               MOVE SPACES TO LINREL
               STRING "ABASTEC. FORA DA TABELA CCUSTO: " W-CCUEXC
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CO2-IMP THRU CO2-IMP-FIM.
           MOVE W-ESGQTD  TO ER-QTD
           MOVE W-ESGSOMA TO ER-SOMAKG
           MOVE ESG-TRAILER TO LINESG
           WRITE LINESG.
           CLOSE ABASTEC CADVEIC RELCO ARQESG IMPRESSORA.
           IF W-MDLDISP = "S"
               CLOSE MODELO.
           IF W-MARDISP = "S"
               CLOSE MARCAS.
           IF W-ALODISP = "S"
               CLOSE ALOCA.
           IF W-CCUDISP = "S"
               CLOSE CCUSTO.
           DISPLAY "RELCO2 - RELATORIO GERADO EM RELCO2.TXT".
           DISPLAY "EXPORTACAO ESG EM ESGCO2.TXT - REGISTROS: "
                   W-ESGQTD.
       CO2-RESUMO-FIM.
           EXIT.
      *
       ESG-GRAVA.
           WRITE LINESG
           ADD 1 TO W-ESGQTD.
       ESG-GRAVA-FIM.
           EXIT.
      *
       CO2-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       CO2-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
