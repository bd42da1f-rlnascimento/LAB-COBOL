       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFLXRE.
      **************************************
      *  PROJECAO DE CAIXA: PROJETADO X    *
      *  REALIZADO (FLUXPRJ.DAT)           *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA A DATA-BASE DE UMA PROJECAO GUARDADA PELO
      * FLUXOPRJ (AAAAMMDD, ZEROS = A MAIS RECENTE). PARA CADA SEMANA
      * JA COMECADA, O RELATORIO POE LADO A LADO O PROJETADO E O QUE
      * DE FATO ENTROU E SAIU:
      *   ENTRADAS - MENSALIDADES (MEN-VALORPAG PELA MEN-DATAPAG) E
      *              PARCELAS DE ACORDO (ACP-VALORPAG PELA ACP-DATAPAG)
      *              CONTRA FLX-ENTMEN + FLX-ENTACO;
      *   SAIDAS   - CONTAS PAGAS DO PAGAR.DAT (SEM O FINANCIAMENTO,
      *              PELA PAG-DATAPAG) E PARCELAS DO FINPARC.DAT PAGAS
      *              (AMORTIZACAO MAIS OS JUROS DA PARCELA PAGA) CONTRA
      *              FLX-SAIPAG + FLX-SAIFIN.
      * A FOLHA DOS PROFESSORES E O FATURAMENTO INTERNO NAO TEM BAIXA
      * NOS ARQUIVOS E FICAM FORA DA COMPARACAO (SAEM SO NO RODAPE,
      * PELO PROJETADO). A DIFERENCA DA SEMANA E O RESULTADO REAL
      * (ENTRADAS - SAIDAS) MENOS O PROJETADO; A SEMANA EM CURSO SAI
      * MARCADA "PARC".
      * ARQUIVOS: RELFLXRE.TXT E O SPOOL RELFLXRE.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFLXS.
           COPY CPYMSLS.
           COPY CPYACPS.
           COPY CPYPAGS.
           COPY CPYFPAS.
           SELECT RELFRE ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYFLXR.
           COPY CPYMSLR.
           COPY CPYACPR.
           COPY CPYPAGR.
           COPY CPYFPAR.
      *
       FD  RELFRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFLXRE.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FLX         PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-ACP         PIC X(02) VALUE "00".
       77 ST-PAG         PIC X(02) VALUE "00".
       77 ST-FPA         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-HOJE8        PIC 9(08) VALUE ZEROS.
       77 W-BASE         PIC 9(08) VALUE ZEROS.
       77 W-IX           PIC 9(02) VALUE ZEROS.
       77 W-SEM          PIC 9(02) VALUE ZEROS.
       77 W-QTDSEM       PIC 9(02) VALUE ZEROS.
       77 W-DTX          PIC 9(08) VALUE ZEROS.
       77 W-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 W-DIF          PIC S9(11)V99 VALUE ZEROS.
       77 W-V7           PIC ZZZZZZ9.
       77 W-D9           PIC -ZZZZZZZ9.
       77 W-TOT-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
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
      *
      *        AS SEMANAS DA PROJECAO: PROJETADO E REALIZADO
       01 W-TABSEM.
            03 W-SEMITEM OCCURS 13 TIMES.
                05 W-SEMINI    PIC 9(08).
                05 W-SEMFIM    PIC 9(08).
                05 W-PRJENT    PIC 9(10)V99.
                05 W-PRJSAI    PIC 9(10)V99.
                05 W-REAENT    PIC 9(10)V99.
                05 W-REASAI    PIC 9(10)V99.
                05 W-PRJFOL    PIC 9(09)V99.
                05 W-PRJFAT    PIC 9(09)V99.
       01 W-TOTAIS.
            03 W-TPRJENT    PIC 9(11)V99.
            03 W-TPRJSAI    PIC 9(11)V99.
            03 W-TREAENT    PIC 9(11)V99.
            03 W-TREASAI    PIC 9(11)V99.
            03 W-TPRJFOL    PIC 9(11)V99.
            03 W-TPRJFAT    PIC 9(11)V99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELFLXRE - CAIXA PROJETADO X REALIZADO".
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-HOJE8
           MOVE ZEROS TO W-TABSEM W-TOTAIS.
           DISPLAY "DATA-BASE DA PROJECAO (AAAAMMDD, ZEROS=ULTIMA): ".
           MOVE ZEROS TO W-BASE
           ACCEPT W-BASE.
           PERFORM FRE-CARGA THRU FRE-CARGA-FIM.
           PERFORM FRE-OP0 THRU FRE-OP0-FIM.
           PERFORM FRE-MENSAL THRU FRE-MENSAL-FIM.
           PERFORM FRE-ACORDO THRU FRE-ACORDO-FIM.
           PERFORM FRE-PAGAR THRU FRE-PAGAR-FIM.
           PERFORM FRE-FINANC THRU FRE-FINANC-FIM.
           PERFORM FRE-IMPRIME THRU FRE-IMPRIME-FIM.
           PERFORM FRE-RESUMO THRU FRE-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * SEMANAS DA PROJECAO ESCOLHIDA (A DE MAIOR DATA-BASE SE ZEROS)
      *-----------------------------------------------------------------
       FRE-CARGA.
           OPEN INPUT FLUXPRJ
           IF ST-FLX NOT = "00"
               DISPLAY "SEM FLUXPRJ.DAT - RODE ANTES O FLUXOPRJ"
               GO TO ROT-FIM.
           IF W-BASE NOT = ZEROS
               GO TO FRE-CARGA-SEM.
       FRE-CARGA-ULT.
           READ FLUXPRJ NEXT RECORD
               AT END GO TO FRE-CARGA-REABRE.
           MOVE FLX-DATABASE TO W-BASE
           GO TO FRE-CARGA-ULT.
       FRE-CARGA-REABRE.
           CLOSE FLUXPRJ
           OPEN INPUT FLUXPRJ.
       FRE-CARGA-SEM.
           MOVE W-BASE TO FLX-DATABASE
           MOVE ZEROS TO FLX-SEMANA
           START FLUXPRJ KEY IS NOT LESS THAN FLX-CHAVE
               INVALID KEY GO TO FRE-CARGA-FECHA.
       FRE-CARGA-LER.
           READ FLUXPRJ NEXT RECORD
               AT END GO TO FRE-CARGA-FECHA.
           IF FLX-DATABASE NOT = W-BASE
               GO TO FRE-CARGA-FECHA.
           IF FLX-SEMANA < 1 OR FLX-SEMANA > 13
               GO TO FRE-CARGA-LER.
           MOVE FLX-SEMANA TO W-IX
           IF W-IX > W-QTDSEM
               MOVE W-IX TO W-QTDSEM.
           MOVE FLX-INICIO TO W-SEMINI (W-IX)
           MOVE FLX-FIM    TO W-SEMFIM (W-IX)
           COMPUTE W-PRJENT (W-IX) = FLX-ENTMEN + FLX-ENTACO
           COMPUTE W-PRJSAI (W-IX) = FLX-SAIPAG + FLX-SAIFIN
           MOVE FLX-SAIFOL TO W-PRJFOL (W-IX)
           MOVE FLX-ENTFAT TO W-PRJFAT (W-IX)
           GO TO FRE-CARGA-LER.
       FRE-CARGA-FECHA.
           CLOSE FLUXPRJ.
           IF W-QTDSEM = ZEROS
               DISPLAY "NAO HA PROJECAO COM DATA-BASE " W-BASE
               GO TO ROT-FIM.
       FRE-CARGA-FIM.
           EXIT.
      *
      *        SEMANA DA DATA W-DTX (ZERO = FORA DA PROJECAO)
       FRE-SEMDE.
           MOVE 1 TO W-SEM.
       FRE-SEMDE-LOOP.
           IF W-DTX NOT < W-SEMINI (W-SEM)
              AND W-DTX NOT > W-SEMFIM (W-SEM)
               GO TO FRE-SEMDE-FIM.
           IF W-SEM < W-QTDSEM
               ADD 1 TO W-SEM
               GO TO FRE-SEMDE-LOOP.
           MOVE ZEROS TO W-SEM.
       FRE-SEMDE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DO RELATORIO
      *-----------------------------------------------------------------
       FRE-OP0.
           OPEN OUTPUT RELFRE
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELFLXRE.TXT - ST=" ST-REL
               GO TO ROT-FIM.
           MOVE "RELFLXRE.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELFLXRE" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE RELFRE
               GO TO ROT-FIM.
       FRE-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * REALIZADO: MENSALIDADES E PARCELAS DE ACORDO RECEBIDAS
      *-----------------------------------------------------------------
       FRE-MENSAL.
           OPEN INPUT MENSALID
           IF ST-MEN NOT = "00"
               DISPLAY "SEM MENSALID.DAT - MENSALIDADES FORA"
               GO TO FRE-MENSAL-FIM.
       FRE-MENSAL-LER.
           READ MENSALID NEXT RECORD
               AT END GO TO FRE-MENSAL-FECHA.
           IF MEN-DATAPAG = ZEROS
               GO TO FRE-MENSAL-LER.
           MOVE MEN-DATAPAG TO W-DTX
           PERFORM FRE-SEMDE THRU FRE-SEMDE-FIM.
           IF W-SEM > ZEROS
               ADD MEN-VALORPAG TO W-REAENT (W-SEM).
           GO TO FRE-MENSAL-LER.
       FRE-MENSAL-FECHA.
           CLOSE MENSALID.
       FRE-MENSAL-FIM.
           EXIT.
      *
       FRE-ACORDO.
           OPEN INPUT ACORPARC
           IF ST-ACP NOT = "00"
               DISPLAY "SEM ACORPARC.DAT - ACORDOS FORA"
               GO TO FRE-ACORDO-FIM.
       FRE-ACORDO-LER.
           READ ACORPARC NEXT RECORD
               AT END GO TO FRE-ACORDO-FECHA.
           IF ACP-DATAPAG = ZEROS
               GO TO FRE-ACORDO-LER.
           MOVE ACP-DATAPAG TO W-DTX
           PERFORM FRE-SEMDE THRU FRE-SEMDE-FIM.
           IF W-SEM > ZEROS
               ADD ACP-VALORPAG TO W-REAENT (W-SEM).
           GO TO FRE-ACORDO-LER.
       FRE-ACORDO-FECHA.
           CLOSE ACORPARC.
       FRE-ACORDO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * REALIZADO: CONTAS PAGAS E PARCELAS DE FINANCIAMENTO PAGAS
      *-----------------------------------------------------------------
       FRE-PAGAR.
           OPEN INPUT PAGAR
           IF ST-PAG NOT = "00"
               DISPLAY "SEM PAGAR.DAT - CONTAS A PAGAR FORA"
               GO TO FRE-PAGAR-FIM.
       FRE-PAGAR-LER.
           READ PAGAR NEXT RECORD
               AT END GO TO FRE-PAGAR-FECHA.
           IF PAG-SITUACAO NOT = "P" OR PAG-ORIGEM = "FINP"
               GO TO FRE-PAGAR-LER.
           MOVE PAG-DATAPAG TO W-DTX
           PERFORM FRE-SEMDE THRU FRE-SEMDE-FIM.
           IF W-SEM > ZEROS
               ADD PAG-VALOR TO W-REASAI (W-SEM).
           GO TO FRE-PAGAR-LER.
       FRE-PAGAR-FECHA.
           CLOSE PAGAR.
       FRE-PAGAR-FIM.
           EXIT.
      *
       FRE-FINANC.
           OPEN INPUT FINPARC
           IF ST-FPA NOT = "00"
               DISPLAY "SEM FINPARC.DAT - FINANCIAMENTOS FORA"
               GO TO FRE-FINANC-FIM.
       FRE-FINANC-LER.
           READ FINPARC NEXT RECORD
               AT END GO TO FRE-FINANC-FECHA.
           IF FPA-DATAPAG = ZEROS
               GO TO FRE-FINANC-LER.
           MOVE FPA-DATAPAG TO W-DTX
           PERFORM FRE-SEMDE THRU FRE-SEMDE-FIM.
           IF W-SEM = ZEROS
               GO TO FRE-FINANC-LER.
           MOVE FPA-AMORT TO W-VALOR
           IF FPA-BAIXA = "P"
               ADD FPA-JUROS TO W-VALOR.
           ADD W-VALOR TO W-REASAI (W-SEM).
           GO TO FRE-FINANC-LER.
       FRE-FINANC-FECHA.
           CLOSE FINPARC.
       FRE-FINANC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA POR SEMANA JA COMECADA
      *-----------------------------------------------------------------
       FRE-IMPRIME.
           MOVE W-BASE TO W-DATAX8
           PERFORM FRE-EDITA THRU FRE-EDITA-FIM.
           MOVE SPACES TO LINREL
           STRING "PROJECAO DE CAIXA DE " W-DATAED
                  " - PROJETADO X REALIZADO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SM INICIO     ENT.PRJ ENT.REA SAI.PRJ SAI.REA"
                  " DIFERENCA"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE 1 TO W-IX.
       FRE-IMPRIME-SEM.
           IF W-IX > W-QTDSEM
               GO TO FRE-IMPRIME-FIM.
           IF W-SEMINI (W-IX) = ZEROS OR W-SEMINI (W-IX) > W-HOJE8
               GO TO FRE-IMPRIME-FIM.
           ADD W-PRJENT (W-IX) TO W-TPRJENT
           ADD W-PRJSAI (W-IX) TO W-TPRJSAI
           ADD W-REAENT (W-IX) TO W-TREAENT
           ADD W-REASAI (W-IX) TO W-TREASAI
           ADD W-PRJFOL (W-IX) TO W-TPRJFOL
           ADD W-PRJFAT (W-IX) TO W-TPRJFAT
           COMPUTE W-DIF = W-REAENT (W-IX) - W-REASAI (W-IX)
               - W-PRJENT (W-IX) + W-PRJSAI (W-IX)
           MOVE W-SEMINI (W-IX) TO W-DATAX8
           PERFORM FRE-EDITA THRU FRE-EDITA-FIM.
           MOVE SPACES TO LINREL
           MOVE W-IX TO LINREL (1:2)
           MOVE W-DATAED TO LINREL (4:10)
           MOVE W-PRJENT (W-IX) TO W-V7
           MOVE W-V7 TO LINREL (15:7)
           MOVE W-REAENT (W-IX) TO W-V7
           MOVE W-V7 TO LINREL (23:7)
           MOVE W-PRJSAI (W-IX) TO W-V7
           MOVE W-V7 TO LINREL (31:7)
           MOVE W-REASAI (W-IX) TO W-V7
           MOVE W-V7 TO LINREL (39:7)
           MOVE W-DIF TO W-D9
           MOVE W-D9 TO LINREL (47:9)
           IF W-SEMFIM (W-IX) NOT < W-HOJE8
               MOVE "PARC" TO LINREL (57:4).
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           ADD 1 TO W-IX
           GO TO FRE-IMPRIME-SEM.
       FRE-IMPRIME-FIM.
           EXIT.
      *
       FRE-EDITA.
           MOVE W-DATAX-DIA TO W-DATAED-DIA
           MOVE W-DATAX-MES TO W-DATAED-MES
           MOVE W-DATAX-ANO TO W-DATAED-ANO.
       FRE-EDITA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS DAS SEMANAS COMPARADAS E FECHAMENTO
      *-----------------------------------------------------------------
       FRE-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE W-TPRJENT TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "ENTRADAS PROJETADAS..........: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE W-TREAENT TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "ENTRADAS REALIZADAS..........: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE W-TPRJSAI TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "SAIDAS PROJETADAS............: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE W-TREASAI TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "SAIDAS REALIZADAS............: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           COMPUTE W-DIF = W-TREAENT - W-TREASAI - W-TPRJENT
               + W-TPRJSAI
           MOVE W-DIF TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "DIFERENCA (REAL - PROJETADO).: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE W-TPRJFOL TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "FOLHA PROJETADA (NAO APURADA): " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           MOVE W-TPRJFAT TO W-TOT-ED
           MOVE SPACES TO LINREL
           STRING "FAT. INTERNO (NAO APURADO)...: " W-TOT-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRE-IMP THRU FRE-IMP-FIM.
           CLOSE RELFRE IMPRESSORA.
           DISPLAY "RELFLXRE - RELATORIO GERADO EM RELFLXRE.TXT".
       FRE-RESUMO-FIM.
           EXIT.
      *
       FRE-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       FRE-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
