       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOPRJ.
      **************************************
      *  PROJECAO DE CAIXA DOS PROXIMOS    *
      *  90 DIAS, SEMANA A SEMANA          *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA A DATA-BASE (AAAAMMDD, ZEROS = HOJE). A
      * PROJECAO COBRE 13 SEMANAS (91 DIAS) A PARTIR DELA E PARTE DO
      * SALDO CONCILIADO DAS CONTAS DO BANCO.DAT (SOMA DE BCO-SALDO,
      * MANTIDO NO CADBANCO / CONCILIACAO).
      * ENTRADAS ESPERADAS:
      *   MENSALIDADES EM ABERTO (MENSALID.DAT, FORA AS CANCELADAS E AS
      *   QUE ESTAO EM ACORDO) PELO VENCIMENTO DA COMPETENCIA (DIAVENC,
      *   CPYENCP); COMPETENCIA DA JANELA AINDA NAO GERADA NO GERAMENS
      *   ENTRA PELO TOTAL DA ULTIMA COMPETENCIA GERADA;
      *   PARCELAS DE ACORDO EM ABERTO (ACORPARC.DAT) PELO VENCIMENTO;
      *   AS DUAS DESCONTADAS PELA INADIMPLENCIA HISTORICA: O QUE DOS
      *   ULTIMOS 12 MESES CONTINUA EM ABERTO (A MESMA CONTA DO
      *   RELINAD) SOBRE O TOTAL COBRADO NESSES MESES - A CHAVE
      *   FLXINAD (PCT) EM PARAMET.DAT FIXA A TAXA NO LUGAR DA
      *   HISTORICA;
      *   FATURAMENTO INTERNO DA FROTA: O TOTAL DO ULTIMO FATALOC
      *   (FATALOC.TXT), TODO MES NO DIA FLXDIAFAT (PADRAO 10).
      * SAIDAS ESPERADAS:
      *   CONTAS EM ABERTO DO PAGAR.DAT (MENOS AS DE FINANCIAMENTO,
      *   QUE VEM DIRETO DO FINPARC) PELO VENCIMENTO;
      *   PARCELAS DE FINANCIAMENTO EM ABERTO (FINPARC.DAT);
      *   FOLHA DOS PROFESSORES: O TOTAL DA ULTIMA FOLHA (TRAILER DO
      *   FOLHAPRF.TXT), TODO MES NO DIA FLXDIAFOL (PADRAO 5).
      * CONTA A PAGAR E PARCELA JA VENCIDAS NA DATA-BASE CAEM NA
      * PRIMEIRA SEMANA; MENSALIDADE E ACORDO VENCIDOS NAO ENTRAM (JA
      * SAO A INADIMPLENCIA).
      * O RELATORIO TRAZ UMA LINHA POR SEMANA COM AS ENTRADAS, AS
      * SAIDAS E O SALDO FINAL (EM REAIS, SEM CENTAVOS), MARCANDO COM
      * "**" A SEMANA QUE FECHA NEGATIVA. A PROJECAO FICA GUARDADA EM
      * FLUXPRJ.DAT PELA DATA-BASE, PARA O RELFLXRE COMPARAR DEPOIS O
      * PROJETADO COM O REALIZADO.
      * ARQUIVOS: FLUXOPRJ.TXT E O SPOOL FLUXOPRJ.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMSLS.
           COPY CPYACPS.
           COPY CPYPAGS.
           COPY CPYFPAS.
           COPY CPYBCOS.
           COPY CPYFLXS.
           COPY CPYCALS.
           SELECT ARQFAT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-FAT.
           SELECT ARQFOL ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-FOL.
           SELECT RELFLX ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMSLR.
           COPY CPYACPR.
           COPY CPYPAGR.
           COPY CPYFPAR.
           COPY CPYBCOR.
           COPY CPYFLXR.
           COPY CPYCALR.
      *
       FD  ARQFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATALOC.TXT".
       01 LINFAT                       PIC X(80).
      *
       FD  ARQFOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAPRF.TXT".
       01 LINFOL                       PIC X(80).
      *
       FD  RELFLX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FLUXOPRJ.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-ACP         PIC X(02) VALUE "00".
       77 ST-PAG         PIC X(02) VALUE "00".
       77 ST-FPA         PIC X(02) VALUE "00".
       77 ST-BCO         PIC X(02) VALUE "00".
       77 ST-FLX         PIC X(02) VALUE "00".
       77 ST-CAL         PIC X(02) VALUE "00".
       77 ST-FAT         PIC X(02) VALUE "00".
       77 ST-FOL         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYENCW.
           COPY CPYCALW.
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-INADFIX      PIC X(01) VALUE "N".
       77 W-DIAFOL       PIC 9(02) VALUE 5.
       77 W-DIAFAT       PIC 9(02) VALUE 10.
       77 W-HOJE8        PIC 9(08) VALUE ZEROS.
       77 W-BASE         PIC 9(08) VALUE ZEROS.
       77 W-DIAS         PIC 9(02) VALUE ZEROS.
       77 W-IX           PIC 9(02) VALUE ZEROS.
       77 W-SEM          PIC 9(02) VALUE ZEROS.
       77 W-DTX          PIC 9(08) VALUE ZEROS.
       77 W-COMPBASE     PIC 9(06) VALUE ZEROS.
       77 W-COMPINI      PIC 9(06) VALUE ZEROS.
       77 W-ULTCOMP      PIC 9(06) VALUE ZEROS.
       77 W-ULTTOT       PIC 9(09)V99 VALUE ZEROS.
       77 W-HISTCOB      PIC 9(11)V99 VALUE ZEROS.
       77 W-HISTABE      PIC 9(11)V99 VALUE ZEROS.
       77 W-INADPCT      PIC 9(03)V99 VALUE ZEROS.
       77 W-FATVAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-FOLVAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-SALDO        PIC S9(11)V99 VALUE ZEROS.
       77 W-SALINI       PIC S9(11)V99 VALUE ZEROS.
       77 W-DTCONC       PIC 9(08) VALUE ZEROS.
       77 W-CONTAS       PIC 9(02) VALUE ZEROS.
       77 W-NEGAT        PIC 9(02) VALUE ZEROS.
       77 W-MENOR        PIC S9(11)V99 VALUE ZEROS.
       77 W-SEMMENOR     PIC 9(02) VALUE ZEROS.
       77 W-GRAVADAS     PIC 9(02) VALUE ZEROS.
       77 W-V7           PIC ZZZZZZ9.
       77 W-S12          PIC -ZZZ.ZZZ.ZZ9.
       77 W-TOT-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 W-PCT-ED       PIC ZZ9,99.
       77 W-FATED        PIC ZZZ.ZZZ,ZZ.
       01 W-HOJE.
            03 W-HOJE-ANO    PIC 9(04).
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
       01 W-DATAX.
            03 W-DATAX-ANO   PIC 9(04).
            03 W-DATAX-MES   PIC 9(02).
            03 W-DATAX-DIA   PIC 9(02).
       01 W-DATAX8 REDEFINES W-DATAX PIC 9(08).
       01 W-DATAED.
            03 W-DATAED-DIA  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-MES  PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DATAED-ANO  PIC 9(04).
       01 W-COMPX.
            03 W-COMPX-ANO   PIC 9(04).
            03 W-COMPX-MES   PIC 9(02).
       01 W-COMPX6 REDEFINES W-COMPX PIC 9(06).
      *
      *        TRAILER DO FOLHAPRF.TXT (LAYOUT FIXO DO CONTABIL)
       01 FOL-TRAILER.
            03 FT-TIPO      PIC X(01).
            03 FT-QTD       PIC 9(06).
            03 FT-SOMA      PIC 9(11)V99.
            03 FILLER       PIC X(60).
      *
      *        INICIO DE CADA SEMANA; A 14A E O PRIMEIRO DIA FORA
       01 W-TABSEM.
            03 W-SEMINI     PIC 9(08) OCCURS 14 TIMES.
            03 W-SEMFIM     PIC 9(08) OCCURS 14 TIMES.
      *        VALORES DA SEMANA; MENSALIDADE E ACORDO SEM DESCONTO
       01 W-TABVAL.
            03 W-SEMVAL OCCURS 13 TIMES.
                05 W-BRUMEN    PIC 9(09)V99.
                05 W-BRUACO    PIC 9(09)V99.
                05 W-VENTFAT   PIC 9(09)V99.
                05 W-VSAIPAG   PIC 9(09)V99.
                05 W-VSAIFIN   PIC 9(09)V99.
                05 W-VSAIFOL   PIC 9(09)V99.
      *        MESES TOCADOS PELA JANELA (COMPETENCIA E SE JA GERADA)
       01 W-TABMES.
            03 W-MESITEM OCCURS 5 TIMES.
                05 W-MESCOMP   PIC 9(06).
                05 W-MESGER    PIC X(01).
       01 W-TOTAIS.
            03 W-TENTMEN    PIC 9(11)V99.
            03 W-TENTACO    PIC 9(11)V99.
            03 W-TENTFAT    PIC 9(11)V99.
            03 W-TSAIPAG    PIC 9(11)V99.
            03 W-TSAIFIN    PIC 9(11)V99.
            03 W-TSAIFOL    PIC 9(11)V99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FLUXOPRJ - PROJECAO DE CAIXA DE 13 SEMANAS".
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-HOJE8
           MOVE ZEROS TO W-TABVAL W-TOTAIS
           PERFORM ENC-PAR THRU ENC-PAR-FIM.
           PERFORM FLX-PARAM THRU FLX-PARAM-FIM.
       FLX-BASE.
           DISPLAY "DATA-BASE DA PROJECAO (AAAAMMDD, ZEROS=HOJE): ".
           MOVE ZEROS TO W-BASE
           ACCEPT W-BASE.
           IF W-BASE = ZEROS
               MOVE W-HOJE8 TO W-BASE.
           MOVE W-BASE TO W-DATAX8
           IF W-DATAX-MES < 1 OR W-DATAX-MES > 12
              OR W-DATAX-DIA < 1 OR W-DATAX-DIA > 31
               DISPLAY "DATA INVALIDA"
               GO TO FLX-BASE.
           PERFORM FLX-SEMANAS THRU FLX-SEMANAS-FIM.
           PERFORM FLX-MESES THRU FLX-MESES-FIM.
           PERFORM FLX-OP0 THRU FLX-OP0-FIM.
           PERFORM FLX-BANCO THRU FLX-BANCO-FIM.
           PERFORM FLX-MENSAL THRU FLX-MENSAL-FIM.
           PERFORM FLX-ACORDO THRU FLX-ACORDO-FIM.
           PERFORM FLX-FATURA THRU FLX-FATURA-FIM.
           PERFORM FLX-FOLHA THRU FLX-FOLHA-FIM.
           PERFORM FLX-PAGAR THRU FLX-PAGAR-FIM.
           PERFORM FLX-FINANC THRU FLX-FINANC-FIM.
           PERFORM FLX-PROJETA THRU FLX-PROJETA-FIM.
           PERFORM FLX-RESUMO THRU FLX-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * PARAMETROS: TAXA FIXA DE INADIMPLENCIA E DIAS DO MES DA FOLHA
      * E DO FATURAMENTO INTERNO
      *-----------------------------------------------------------------
       FLX-PARAM.
           MOVE "FLXINAD" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR < 100
               MOVE W-PARVALOR TO W-INADPCT
               MOVE "S" TO W-INADFIX.
           MOVE "FLXDIAFOL" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
              AND W-PARVALOR < 29
               MOVE W-PARVALOR TO W-DIAFOL.
           MOVE "FLXDIAFAT" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
              AND W-PARVALOR < 29
               MOVE W-PARVALOR TO W-DIAFAT.
       FLX-PARAM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TABELA DAS 13 SEMANAS: INICIO A CADA 7 DIAS DESDE A DATA-BASE
      *-----------------------------------------------------------------
       FLX-SEMANAS.
           MOVE W-BASE TO W-CALDATA
           MOVE 1 TO W-IX.
       FLX-SEMANAS-UMA.
           MOVE W-CALDATA TO W-SEMINI (W-IX)
           IF W-IX = 14
               GO TO FLX-SEMANAS-FIM.
           MOVE ZEROS TO W-DIAS.
       FLX-SEMANAS-DIA.
           IF W-DIAS < 6
               PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM
               ADD 1 TO W-DIAS
               GO TO FLX-SEMANAS-DIA.
           MOVE W-CALDATA TO W-SEMFIM (W-IX)
           PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM
           ADD 1 TO W-IX
           GO TO FLX-SEMANAS-UMA.
       FLX-SEMANAS-FIM.
           EXIT.
      *
      *        COMPETENCIAS DA JANELA E A JANELA DA INADIMPLENCIA
      *        (OS 12 MESES ANTES DA COMPETENCIA DA DATA-BASE)
       FLX-MESES.
           MOVE W-BASE (1:6) TO W-COMPX6 W-COMPBASE
           SUBTRACT 1 FROM W-COMPX-ANO
           MOVE W-COMPX6 TO W-COMPINI
           MOVE W-COMPBASE TO W-COMPX6
           MOVE 1 TO W-IX.
       FLX-MESES-UM.
           MOVE W-COMPX6 TO W-MESCOMP (W-IX)
           MOVE "N" TO W-MESGER (W-IX)
           IF W-IX = 5
               GO TO FLX-MESES-FIM.
           ADD 1 TO W-COMPX-MES
           IF W-COMPX-MES > 12
               MOVE 1 TO W-COMPX-MES
               ADD 1 TO W-COMPX-ANO.
           ADD 1 TO W-IX
           GO TO FLX-MESES-UM.
       FLX-MESES-FIM.
           EXIT.
      *
      *        SEMANA DA DATA W-DTX: ZERO = DEPOIS DA JANELA, ANTES DA
      *        DATA-BASE = PRIMEIRA SEMANA
       FLX-SEMDE.
           MOVE ZEROS TO W-SEM
           IF W-DTX NOT < W-SEMINI (14)
               GO TO FLX-SEMDE-FIM.
           MOVE 13 TO W-SEM.
       FLX-SEMDE-LOOP.
           IF W-SEM > 1 AND W-DTX < W-SEMINI (W-SEM)
               SUBTRACT 1 FROM W-SEM
               GO TO FLX-SEMDE-LOOP.
       FLX-SEMDE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DO RELATORIO E DA PROJECAO GUARDADA
      *-----------------------------------------------------------------
       FLX-OP0.
           OPEN I-O FLUXPRJ
           IF ST-FLX = "30" OR ST-FLX = "35"
               OPEN OUTPUT FLUXPRJ
               CLOSE FLUXPRJ
               OPEN I-O FLUXPRJ.
           IF ST-FLX NOT = "00"
               DISPLAY "ERRO AO ABRIR FLUXPRJ.DAT - ST=" ST-FLX
               GO TO ROT-FIM.
           OPEN OUTPUT RELFLX
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR FLUXOPRJ.TXT - ST=" ST-REL
               CLOSE FLUXPRJ
               GO TO ROT-FIM.
           MOVE "FLUXOPRJ.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "FLUXOPRJ" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE FLUXPRJ RELFLX
               GO TO ROT-FIM.
       FLX-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SALDO DE PARTIDA: SOMA DOS SALDOS CONCILIADOS DAS CONTAS; A
      * DATA MOSTRADA E A DA CONCILIACAO MAIS ANTIGA
      *-----------------------------------------------------------------
       FLX-BANCO.
           OPEN INPUT BANCO
           IF ST-BCO NOT = "00"
               DISPLAY "SEM BANCO.DAT - PROJECAO PARTE DO SALDO ZERO"
               GO TO FLX-BANCO-FIM.
       FLX-BANCO-LER.
           READ BANCO NEXT RECORD
               AT END GO TO FLX-BANCO-FECHA.
           ADD 1 TO W-CONTAS
           ADD BCO-SALDO TO W-SALINI
           IF BCO-DTCONC NOT = ZEROS
               IF W-DTCONC = ZEROS OR BCO-DTCONC < W-DTCONC
                   MOVE BCO-DTCONC TO W-DTCONC.
           GO TO FLX-BANCO-LER.
       FLX-BANCO-FECHA.
           CLOSE BANCO.
       FLX-BANCO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MENSALIDADES: HISTORICO DA INADIMPLENCIA, COMPETENCIAS JA
      * GERADAS E AS EM ABERTO QUE VENCEM NA JANELA
      *-----------------------------------------------------------------
       FLX-MENSAL.
           OPEN INPUT MENSALID
           IF ST-MEN NOT = "00"
               DISPLAY "SEM MENSALID.DAT - MENSALIDADES FORA"
               GO TO FLX-MENSAL-FIM.
       FLX-MENSAL-LER.
           READ MENSALID NEXT RECORD
               AT END GO TO FLX-MENSAL-FECHA.
           IF MEN-SITUACAO = "C"
               GO TO FLX-MENSAL-LER.
           IF MEN-COMPET > W-ULTCOMP
               MOVE MEN-COMPET TO W-ULTCOMP
               MOVE ZEROS TO W-ULTTOT.
           IF MEN-COMPET = W-ULTCOMP
               ADD MEN-VALOR TO W-ULTTOT.
           IF MEN-COMPET NOT < W-COMPINI
              AND MEN-COMPET < W-COMPBASE
               ADD MEN-VALOR TO W-HISTCOB
               IF MEN-DATAPAG = ZEROS
                   ADD MEN-VALOR TO W-HISTABE.
           MOVE 1 TO W-IX.
       FLX-MENSAL-MES.
           IF W-MESCOMP (W-IX) = MEN-COMPET
               MOVE "S" TO W-MESGER (W-IX)
           ELSE
               IF W-IX < 5
                   ADD 1 TO W-IX
                   GO TO FLX-MENSAL-MES.
           IF MEN-DATAPAG NOT = ZEROS OR MEN-ACORDO > ZEROS
               GO TO FLX-MENSAL-LER.
           MOVE MEN-COMPET  TO W-DTX (1:6)
           MOVE ENC-DIAVENC TO W-DTX (7:2)
           IF W-DTX < W-BASE
               GO TO FLX-MENSAL-LER.
           PERFORM FLX-SEMDE THRU FLX-SEMDE-FIM.
           IF W-SEM > ZEROS
               ADD MEN-VALOR TO W-BRUMEN (W-SEM).
           GO TO FLX-MENSAL-LER.
       FLX-MENSAL-FECHA.
           CLOSE MENSALID.
           IF W-INADFIX NOT = "S" AND W-HISTCOB > ZEROS
               COMPUTE W-INADPCT ROUNDED =
                   W-HISTABE * 100 / W-HISTCOB.
      *        COMPETENCIA DA JANELA AINDA NAO GERADA: A ULTIMA GERADA
           MOVE 1 TO W-IX.
       FLX-MENSAL-EST.
           IF W-MESGER (W-IX) = "N" AND W-MESCOMP (W-IX) > W-ULTCOMP
               MOVE W-MESCOMP (W-IX) TO W-DTX (1:6)
               MOVE ENC-DIAVENC TO W-DTX (7:2)
               IF W-DTX NOT < W-BASE
                   PERFORM FLX-SEMDE THRU FLX-SEMDE-FIM
                   IF W-SEM > ZEROS
                       ADD W-ULTTOT TO W-BRUMEN (W-SEM).
           IF W-IX < 5
               ADD 1 TO W-IX
               GO TO FLX-MENSAL-EST.
       FLX-MENSAL-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PARCELAS DE ACORDO EM ABERTO QUE VENCEM NA JANELA
      *-----------------------------------------------------------------
       FLX-ACORDO.
           OPEN INPUT ACORPARC
           IF ST-ACP NOT = "00"
               DISPLAY "SEM ACORPARC.DAT - ACORDOS FORA"
               GO TO FLX-ACORDO-FIM.
       FLX-ACORDO-LER.
           READ ACORPARC NEXT RECORD
               AT END GO TO FLX-ACORDO-FECHA.
           IF ACP-DATAPAG NOT = ZEROS OR ACP-VENCTO < W-BASE
               GO TO FLX-ACORDO-LER.
           MOVE ACP-VENCTO TO W-DTX
           PERFORM FLX-SEMDE THRU FLX-SEMDE-FIM.
           IF W-SEM > ZEROS
               ADD ACP-VALOR TO W-BRUACO (W-SEM).
           GO TO FLX-ACORDO-LER.
       FLX-ACORDO-FECHA.
           CLOSE ACORPARC.
       FLX-ACORDO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FATURAMENTO INTERNO: TOTAL DO RESUMO DO ULTIMO FATALOC.TXT
      *-----------------------------------------------------------------
       FLX-FATURA.
           OPEN INPUT ARQFAT
           IF ST-FAT NOT = "00"
               DISPLAY "SEM FATALOC.TXT - FATURAMENTO INTERNO FORA"
               GO TO FLX-FATURA-FIM.
       FLX-FATURA-LER.
           READ ARQFAT
               AT END GO TO FLX-FATURA-FECHA.
           IF LINFAT (1:26) = "ALOCACOES FATURADAS.....: "
               MOVE LINFAT (59:10) TO W-FATED
               MOVE W-FATED TO W-FATVAL.
           GO TO FLX-FATURA-LER.
       FLX-FATURA-FECHA.
           CLOSE ARQFAT.
           MOVE 1 TO W-IX.
       FLX-FATURA-MES.
           MOVE W-MESCOMP (W-IX) TO W-DTX (1:6)
           MOVE W-DIAFAT TO W-DTX (7:2)
           IF W-DTX NOT < W-BASE
               PERFORM FLX-SEMDE THRU FLX-SEMDE-FIM
               IF W-SEM > ZEROS
                   ADD W-FATVAL TO W-VENTFAT (W-SEM).
           IF W-IX < 5
               ADD 1 TO W-IX
               GO TO FLX-FATURA-MES.
       FLX-FATURA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FOLHA DOS PROFESSORES: SOMA DO TRAILER DO ULTIMO FOLHAPRF.TXT
      *-----------------------------------------------------------------
       FLX-FOLHA.
           OPEN INPUT ARQFOL
           IF ST-FOL NOT = "00"
               DISPLAY "SEM FOLHAPRF.TXT - FOLHA DOS PROFESSORES FORA"
               GO TO FLX-FOLHA-FIM.
       FLX-FOLHA-LER.
           READ ARQFOL
               AT END GO TO FLX-FOLHA-FECHA.
           IF LINFOL (1:1) = "9"
               MOVE LINFOL TO FOL-TRAILER
               MOVE FT-SOMA TO W-FOLVAL.
           GO TO FLX-FOLHA-LER.
       FLX-FOLHA-FECHA.
           CLOSE ARQFOL.
           MOVE 1 TO W-IX.
       FLX-FOLHA-MES.
           MOVE W-MESCOMP (W-IX) TO W-DTX (1:6)
           MOVE W-DIAFOL TO W-DTX (7:2)
           IF W-DTX NOT < W-BASE
               PERFORM FLX-SEMDE THRU FLX-SEMDE-FIM
               IF W-SEM > ZEROS
                   ADD W-FOLVAL TO W-VSAIFOL (W-SEM).
           IF W-IX < 5
               ADD 1 TO W-IX
               GO TO FLX-FOLHA-MES.
       FLX-FOLHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONTAS A PAGAR EM ABERTO (AS VENCIDAS NA PRIMEIRA SEMANA)
      *-----------------------------------------------------------------
       FLX-PAGAR.
           OPEN INPUT PAGAR
           IF ST-PAG NOT = "00"
               DISPLAY "SEM PAGAR.DAT - CONTAS A PAGAR FORA"
               GO TO FLX-PAGAR-FIM.
       FLX-PAGAR-LER.
           READ PAGAR NEXT RECORD
               AT END GO TO FLX-PAGAR-FECHA.
           IF PAG-SITUACAO NOT = "A" OR PAG-ORIGEM = "FINP"
               GO TO FLX-PAGAR-LER.
           MOVE PAG-VENCTO TO W-DTX
           PERFORM FLX-SEMDE THRU FLX-SEMDE-FIM.
           IF W-SEM > ZEROS
               ADD PAG-VALOR TO W-VSAIPAG (W-SEM).
           GO TO FLX-PAGAR-LER.
       FLX-PAGAR-FECHA.
           CLOSE PAGAR.
       FLX-PAGAR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PARCELAS DE FINANCIAMENTO EM ABERTO (VENCIDAS NA PRIMEIRA)
      *-----------------------------------------------------------------
       FLX-FINANC.
           OPEN INPUT FINPARC
           IF ST-FPA NOT = "00"
               DISPLAY "SEM FINPARC.DAT - FINANCIAMENTOS FORA"
               GO TO FLX-FINANC-FIM.
       FLX-FINANC-LER.
           READ FINPARC NEXT RECORD
               AT END GO TO FLX-FINANC-FECHA.
           IF FPA-DATAPAG NOT = ZEROS
               GO TO FLX-FINANC-LER.
           MOVE FPA-VENCTO TO W-DTX
           PERFORM FLX-SEMDE THRU FLX-SEMDE-FIM.
           IF W-SEM > ZEROS
               ADD FPA-VALOR TO W-VSAIFIN (W-SEM).
           GO TO FLX-FINANC-LER.
       FLX-FINANC-FECHA.
           CLOSE FINPARC.
       FLX-FINANC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SALDO SEMANA A SEMANA: LINHA DO RELATORIO E REGISTRO GUARDADO
      *-----------------------------------------------------------------
       FLX-PROJETA.
           MOVE SPACES TO LINREL
           STRING "PROJECAO DE CAIXA - 13 SEMANAS A PARTIR DE "
                  DELIMITED BY SIZE INTO LINREL
           MOVE W-BASE TO W-DATAX8
           PERFORM FLX-EDITA THRU FLX-EDITA-FIM.
           MOVE W-DATAED TO LINREL (45:10)
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE SPACES TO LINREL
           MOVE W-SALINI TO W-TOT-ED
           IF W-DTCONC = ZEROS
               STRING "SALDO INICIAL (SEM CONCILIACAO)....: " W-TOT-ED
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               MOVE W-DTCONC TO W-DATAX8
               PERFORM FLX-EDITA THRU FLX-EDITA-FIM
               STRING "SALDO CONCILIADO EM " W-DATAED "......: "
                      W-TOT-ED
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE W-INADPCT TO W-PCT-ED
           MOVE SPACES TO LINREL
           IF W-INADFIX = "S"
               STRING "INADIMPLENCIA APLICADA (FLXINAD)...: " W-PCT-ED
                      "%"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "INADIMPLENCIA APLICADA (12 MESES)..: " W-PCT-ED
                      "%"
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SM INICIO      MENSAL ACORDOS FAT.INT   PAGAR"
                  " FINANC.   FOLHA  SALDO FINAL"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE W-SALINI TO W-SALDO W-MENOR
           MOVE 1 TO W-SEMMENOR
           MOVE 1 TO W-IX.
       FLX-PROJETA-SEM.
           MOVE W-BASE     TO FLX-DATABASE
           MOVE W-IX       TO FLX-SEMANA
           MOVE W-SEMINI (W-IX) TO FLX-INICIO
           MOVE W-SEMFIM (W-IX) TO FLX-FIM
           COMPUTE FLX-ENTMEN ROUNDED =
               W-BRUMEN (W-IX) * (100 - W-INADPCT) / 100
           COMPUTE FLX-ENTACO ROUNDED =
               W-BRUACO (W-IX) * (100 - W-INADPCT) / 100
           MOVE W-VENTFAT (W-IX) TO FLX-ENTFAT
           MOVE W-VSAIPAG (W-IX) TO FLX-SAIPAG
           MOVE W-VSAIFIN (W-IX) TO FLX-SAIFIN
           MOVE W-VSAIFOL (W-IX) TO FLX-SAIFOL
           MOVE W-SALDO    TO FLX-SALINI
           COMPUTE W-SALDO = W-SALDO + FLX-ENTMEN + FLX-ENTACO
               + FLX-ENTFAT - FLX-SAIPAG - FLX-SAIFIN - FLX-SAIFOL
           MOVE W-SALDO    TO FLX-SALFIM
           MOVE W-INADPCT  TO FLX-INADPCT
           MOVE W-HOJE8    TO FLX-DATAGER
           ADD FLX-ENTMEN TO W-TENTMEN
           ADD FLX-ENTACO TO W-TENTACO
           ADD FLX-ENTFAT TO W-TENTFAT
           ADD FLX-SAIPAG TO W-TSAIPAG
           ADD FLX-SAIFIN TO W-TSAIFIN
           ADD FLX-SAIFOL TO W-TSAIFOL
           IF W-SALDO < W-MENOR
               MOVE W-SALDO TO W-MENOR
               MOVE W-IX TO W-SEMMENOR.
           REWRITE REGFLX
           IF ST-FLX = "23"
               WRITE REGFLX.
           IF ST-FLX = "00" OR "02"
               ADD 1 TO W-GRAVADAS
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO FLUXPRJ.DAT - ST=" ST-FLX
                   " " FLX-CHAVE.
           MOVE FLX-INICIO TO W-DATAX8
           PERFORM FLX-EDITA THRU FLX-EDITA-FIM.
           MOVE SPACES TO LINREL
           MOVE W-IX TO LINREL (1:2)
           MOVE W-DATAED TO LINREL (4:10)
           MOVE FLX-ENTMEN TO W-V7
           MOVE W-V7 TO LINREL (15:7)
           MOVE FLX-ENTACO TO W-V7
           MOVE W-V7 TO LINREL (23:7)
           MOVE FLX-ENTFAT TO W-V7
           MOVE W-V7 TO LINREL (31:7)
           MOVE FLX-SAIPAG TO W-V7
           MOVE W-V7 TO LINREL (39:7)
           MOVE FLX-SAIFIN TO W-V7
           MOVE W-V7 TO LINREL (47:7)
           MOVE FLX-SAIFOL TO W-V7
           MOVE W-V7 TO LINREL (55:7)
           MOVE W-SALDO TO W-S12
           MOVE W-S12 TO LINREL (63:12)
           IF W-SALDO < ZEROS
               ADD 1 TO W-NEGAT
               MOVE "**" TO LINREL (76:2).
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           IF W-IX < 13
               ADD 1 TO W-IX
               GO TO FLX-PROJETA-SEM.
      *        TOTAIS DAS 13 SEMANAS
           MOVE SPACES TO LINREL
           MOVE "TOTAL" TO LINREL (1:5)
           MOVE W-TENTMEN TO W-V7
           MOVE W-V7 TO LINREL (15:7)
           MOVE W-TENTACO TO W-V7
           MOVE W-V7 TO LINREL (23:7)
           MOVE W-TENTFAT TO W-V7
           MOVE W-V7 TO LINREL (31:7)
           MOVE W-TSAIPAG TO W-V7
           MOVE W-V7 TO LINREL (39:7)
           MOVE W-TSAIFIN TO W-V7
           MOVE W-V7 TO LINREL (47:7)
           MOVE W-TSAIFOL TO W-V7
           MOVE W-V7 TO LINREL (55:7)
           MOVE W-SALDO TO W-S12
           MOVE W-S12 TO LINREL (63:12)
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
       FLX-PROJETA-FIM.
           EXIT.
      *
       FLX-EDITA.
           MOVE W-DATAX-DIA TO W-DATAED-DIA
           MOVE W-DATAX-MES TO W-DATAED-MES
           MOVE W-DATAX-ANO TO W-DATAED-ANO.
       FLX-EDITA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * BASES USADAS, PIOR SEMANA E FECHAMENTO
      *-----------------------------------------------------------------
       FLX-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE W-FOLVAL TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "FOLHA MENSAL (ULTIMO FOLHAPRF).....: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE W-FATVAL TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "FATURAMENTO INTERNO (ULT. FATALOC).: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE W-MENOR TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "MENOR SALDO PROJETADO..............: " W-TOT-ED
                  " (SEMANA " W-SEMMENOR ")"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           MOVE SPACES TO LINREL
           IF W-NEGAT = ZEROS
               MOVE "NENHUMA SEMANA FECHA NEGATIVA" TO LINREL
           ELSE
               STRING "** SEMANAS QUE FECHAM NEGATIVAS....: " W-NEGAT
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM FLX-IMP THRU FLX-IMP-FIM.
           CLOSE FLUXPRJ RELFLX IMPRESSORA.
           DISPLAY "FLUXOPRJ - RELATORIO GERADO EM FLUXOPRJ.TXT".
           DISPLAY "SEMANAS GRAVADAS EM FLUXPRJ.DAT: " W-GRAVADAS.
           DISPLAY "SEMANAS NEGATIVAS..............: " W-NEGAT.
       FLX-RESUMO-FIM.
           EXIT.
      *
       FLX-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       FLX-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * ROTINAS DE ENCARGOS (SO O ENC-PAR, PELO DIA DE VENCIMENTO) E
      * DO CALENDARIO (SO O CAL-PROXDIA)
      *-----------------------------------------------------------------
           COPY CPYENCP.
           COPY CPYCALP.
