       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGANOM.
      **************************************
      *  EXCECOES DE SEGURANCA DA TRILHA   *
      *  (AUDIT/NOTALOG/SESSLOG->SEGEXC)   *
      **************************************
      *----------------------------------------------------------------
      * JOB DA ESTEIRA: VARRE A TRILHA DE AUDITORIA (AUDIT.TXT), O
      * DIARIO DE NOTAS (NOTALOG.TXT) E O DIARIO DE SESSOES
      * (SESSLOG.TXT) DE ONTEM E DE HOJE - ONTEM PARA PEGAR O QUE FOI
      * FEITO DEPOIS DA RODADA DA NOITE ANTERIOR - ATRAS DE PADROES
      * SUSPEITOS, E GRAVA CADA UM COMO EXCECAO EM SEGEXC.DAT:
      *   HO - ALTERACAO FORA DO EXPEDIENTE (ANTES DE SEGHINI OU A
      *        PARTIR DE SEGHFIM), EM FERIADO (FERIADO.TXT) OU NO FIM
      *        DE SEMANA - UMA POR OPERADOR E DIA, COM A QUANTIDADE;
      *   EX - MAIS DE SEGEXCMAX EXCLUSOES (PEDIDAS OU APROVADAS) DE
      *        UM OPERADOR NO DIA;
      *   NT - MAIS DE SEGNOTMAX NOTAS ALTERADAS POR UM OPERADOR NO
      *        DIA (UMA LINHA DE NOTALOG.TXT POR NOTA);
      *   AP - SUPERVISOR QUE APROVOU NO APREXC UM PEDIDO DE EXCLUSAO
      *        FEITO POR ELE MESMO;
      *   LF - ENTRADA ACEITA DEPOIS DE SEGFALHAS OU MAIS SENHAS
      *        RECUSADAS SEGUIDAS;
      *   NF - MATRICULA (NOTAS) ALTERADA DEPOIS DO FECHAMENTO DO
      *        TERMO PELO FECHATER E ANTES DO INICIO DO TERMO SEGUINTE
      *        NO CALENDARIO (CALESC.DAT; SEM O TERMO SEGUINTE LA,
      *        ATE SEGFECDIAS DIAS DEPOIS DO FECHAMENTO);
      *   DS - ATIVIDADE DE UM CODIGO QUE ESTA DESATIVADO EM
      *        OPERADOR.DAT, DEPOIS DA ULTIMA MEXIDA NO CADASTRO DELE.
      * OS LIMITES VEM DO PARAMET.DAT (VIA PARLER). A MESMA EXCECAO
      * ACHADA DE NOVO NAO DUPLICA E NAO PERDE A REVISAO. O RELATORIO
      * DO DONO (SEGANOM.REL) LISTA TODAS AS EXCECOES AINDA SEM
      * REVISAO (AS NOVAS COM *) E AS REVISADAS DE ONTEM E HOJE COM O
      * COMENTARIO; A REVISAO E FEITA NA TELA DO SEGREV.
      * TERMINA COM GOBACK E RC 8 EM ERRO DE ABERTURA, PARA RODAR
      * SOB O JOBCTRL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAUDS.
           SELECT NOTALOG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-NLG.
           SELECT SESSLOG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-SES.
           SELECT ARQFER ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-FER.
           COPY CPYOPFS.
           COPY CPYCALS.
           COPY CPYSGXS.
           SELECT RELSEG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYAUDR.
      *
       FD  NOTALOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTALOG.TXT".
       01 LINNLG                       PIC X(80).
      *
       FD  SESSLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESSLOG.TXT".
       01 LINSES.
                03 SL-OPER         PIC X(12).
                03 FILLER          PIC X(01).
                03 SL-EVENTO       PIC X(10).
                03 FILLER          PIC X(01).
                03 SL-DATA         PIC X(08).
                03 FILLER          PIC X(01).
                03 SL-HORA         PIC X(08).
                03 SL-RESTO        PIC X(39).
      *
       FD  ARQFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.TXT".
       01 LINFER                       PIC X(80).
      *
           COPY CPYOPFR.
           COPY CPYCALR.
           COPY CPYSGXR.
      *
       FD  RELSEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGANOM.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-NLG         PIC X(02) VALUE "00".
       77 ST-SES         PIC X(02) VALUE "00".
       77 ST-FER         PIC X(02) VALUE "00".
       77 ST-OPF         PIC X(02) VALUE "00".
       77 ST-CAL         PIC X(02) VALUE "00".
       77 ST-SGX         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-OPFDISP      PIC X(01) VALUE "N".
       77 W-CALDISP      PIC X(01) VALUE "N".
      *        LIMITES (PARAMET.DAT VIA PARLER); AUSENTES, VALEM OS
      *        PADROES ABAIXO
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-HINI         PIC 9(02) VALUE 7.
       77 W-HFIM         PIC 9(02) VALUE 19.
       77 W-EXCMAX       PIC 9(05) VALUE 10.
       77 W-NOTMAX       PIC 9(05) VALUE 40.
       77 W-FALMAX       PIC 9(03) VALUE 3.
       77 W-FECDIAS      PIC 9(03) VALUE 15.
      *        CONTADORES
       77 W-AUDLIDAS     PIC 9(07) VALUE ZEROS.
       77 W-NOVAS        PIC 9(05) VALUE ZEROS.
       77 W-JAREG        PIC 9(05) VALUE ZEROS.
       77 W-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 W-REVISADAS    PIC 9(05) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-ACHOU        PIC 9(03) VALUE ZEROS.
      *        CAMPOS DA LINHA DE AUDIT.TXT (COMO NO RELSESS)
       77 W-T1           PIC X(10) VALUE SPACES.
       77 W-T2           PIC X(10) VALUE SPACES.
       77 W-T3           PIC X(27) VALUE SPACES.
       77 W-T4           PIC X(18) VALUE SPACES.
       77 W-T5           PIC X(02) VALUE SPACES.
       77 W-T6           PIC X(10) VALUE SPACES.
       77 W-T7           PIC X(08) VALUE SPACES.
       77 W-LOPER        PIC X(12) VALUE SPACES.
       77 W-LCHAVE       PIC X(20) VALUE SPACES.
       77 W-LHORA        PIC X(08) VALUE SPACES.
       01 W-LDATA        PIC 9(08) VALUE ZEROS.
       01 W-LDATA-R REDEFINES W-LDATA.
            03 W-LDT-ANO    PIC 9(04).
            03 W-LDT-MES    PIC 9(02).
            03 W-LDT-DIA    PIC 9(02).
       01 W-LDTHR        PIC 9(14) VALUE ZEROS.
       01 W-LDTHR-R REDEFINES W-LDTHR.
            03 W-LDH-DATA   PIC 9(08).
            03 W-LDH-HH     PIC 9(02).
            03 W-LDH-MM     PIC 9(02).
            03 W-LDH-SS     PIC 9(02).
      *        CAMPOS DA LINHA DE NOTALOG.TXT
       77 W-NLGFRENTE    PIC X(80) VALUE SPACES.
       77 W-NLGRESTO     PIC X(40) VALUE SPACES.
       77 W-NLGDATA      PIC X(10) VALUE SPACES.
      *        JANELA DA VARREDURA (ONTEM E HOJE)
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-ONTEM        PIC 9(08) VALUE ZEROS.
       01 W-ONTEM-R REDEFINES W-ONTEM.
            03 W-ONT-ANO    PIC 9(04).
            03 W-ONT-MES    PIC 9(02).
            03 W-ONT-DIA    PIC 9(02).
      *        ULTIMO FECHAMENTO DE TERMO VISTO NA TRILHA E ATE
      *        QUANDO AS NOTAS FICAM TRAVADAS
       77 W-FECTERMO     PIC X(06) VALUE SPACES.
       01 W-FECDTHR      PIC 9(14) VALUE ZEROS.
       01 W-FECDATA      PIC 9(08) VALUE ZEROS.
       01 W-FECDATA-R REDEFINES W-FECDATA.
            03 W-FEC-ANO    PIC 9(04).
            03 W-FEC-MES    PIC 9(02).
            03 W-FEC-DIA    PIC 9(02).
       01 W-FECLIM       PIC 9(08) VALUE ZEROS.
       01 W-FECLIM-R REDEFINES W-FECLIM.
            03 W-LIM-ANO    PIC 9(04).
            03 W-LIM-MES    PIC 9(02).
            03 W-LIM-DIA    PIC 9(02).
       77 W-N360         PIC 9(07) VALUE ZEROS.
       77 W-R360         PIC 9(03) VALUE ZEROS.
       77 W-CALPROX      PIC 9(08) VALUE ZEROS.
      *        DIA DA SEMANA (ZELLER, COMO NO JOBCTRL) E FERIADOS
       77 W-DOW          PIC 9(01) VALUE ZEROS.
       77 W-EHUTIL       PIC X(01) VALUE "S".
       77 W-ZA           PIC 9(04) VALUE ZEROS.
       77 W-ZM           PIC 9(02) VALUE ZEROS.
       77 W-ZQ           PIC 9(06) VALUE ZEROS.
       77 W-ZR           PIC 9(02) VALUE ZEROS.
       77 W-FERIX        PIC 9(02) VALUE ZEROS.
       01 W-TESTDATA     PIC 9(08) VALUE ZEROS.
       01 W-TESTDATA-R REDEFINES W-TESTDATA.
            03 W-TST-ANO    PIC 9(04).
            03 W-TST-MES    PIC 9(02).
            03 W-TST-DIA    PIC 9(02).
       01 FER-TAB.
            03 FER-DATA PIC 9(08) OCCURS 50 TIMES.
       77 FER-QTD        PIC 9(02) VALUE ZEROS.
           COPY CPYDTVW.
      *        EXCECAO A GRAVAR
       77 W-XTIPO        PIC X(02) VALUE SPACES.
       77 W-XOPER        PIC X(12) VALUE SPACES.
       77 W-XREF         PIC X(20) VALUE SPACES.
       77 W-XDESCR       PIC X(60) VALUE SPACES.
       01 W-XDATA        PIC 9(08) VALUE ZEROS.
       77 W-QTDED        PIC ZZZZ9.
       77 W-LIMED        PIC ZZZZ9.
       77 W-MARCA        PIC X(01) VALUE SPACE.
       77 W-TIPONOME     PIC X(22) VALUE SPACES.
       01 W-DTED         PIC 9(08) VALUE ZEROS.
       01 W-DTED-R REDEFINES W-DTED.
            03 W-DTE-ANO    PIC 9(04).
            03 W-DTE-MES    PIC 9(02).
            03 W-DTE-DIA    PIC 9(02).
      *
      *UMA LINHA POR OPERADOR E DIA DA JANELA (ATE 100)
       01 DOP-TAB.
            03 DOP-LIN OCCURS 100 TIMES.
                05 DOP-DATA     PIC 9(08).
                05 DOP-OPER     PIC X(12).
                05 DOP-FORA     PIC 9(05).
                05 DOP-HRINI    PIC X(08).
                05 DOP-HRFIM    PIC X(08).
                05 DOP-UTIL     PIC X(01).
                05 DOP-EXCL     PIC 9(05).
                05 DOP-NOTAS    PIC 9(05).
       77 DOP-QTD        PIC 9(03) VALUE ZEROS.
      *
      *UMA LINHA POR CODIGO DE OPERADOR VISTO (ATE 60): ULTIMA MEXIDA
      *NO CADASTRO, ULTIMA ATIVIDADE NA JANELA E SENHAS RECUSADAS
      *SEGUIDAS
       01 OPT-TAB.
            03 OPT-LIN OCCURS 60 TIMES.
                05 OPT-COD      PIC X(12).
                05 OPT-ULTMUD   PIC 9(14).
                05 OPT-ULTATIV  PIC 9(14).
                05 OPT-FALHAS   PIC 9(03).
       77 OPT-QTD        PIC 9(03) VALUE ZEROS.
      *
      *PEDIDOS DE EXCLUSAO AINDA SEM DECISAO NA TRILHA (ATE 200; CHEIA,
      *O MAIS ANTIGO DA LUGAR)
       01 PED-TAB.
            03 PED-LIN OCCURS 200 TIMES.
                05 PED-ARQ      PIC X(10).
                05 PED-CHAVE    PIC X(20).
                05 PED-OPER     PIC X(12).
       77 PED-QTD        PIC 9(03) VALUE ZEROS.
       77 PED-PROX       PIC 9(03) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SEGANOM - EXCECOES DE SEGURANCA".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM SEG-ONTEM THRU SEG-ONTEM-FIM.
           PERFORM SEG-PAR THRU SEG-PAR-FIM.
           PERFORM SEG-OP0 THRU SEG-OP0-FIM.
           PERFORM FER-CARGA THRU FER-CARGA-FIM.
           PERFORM AUD-VARRE THRU AUD-VARRE-FIM.
           PERFORM NLG-VARRE THRU NLG-VARRE-FIM.
           PERFORM SES-VARRE THRU SES-VARRE-FIM.
           PERFORM DOP-CONFERE THRU DOP-CONFERE-FIM.
           PERFORM OPT-CONFERE THRU OPT-CONFERE-FIM.
           PERFORM SGX-LISTA THRU SGX-LISTA-FIM.
           GO TO SEG-EOF.
      *
      *-----------------------------------------------------------------
      * ONTEM (INICIO DA JANELA)
      *-----------------------------------------------------------------
       SEG-ONTEM.
           MOVE W-HOJE TO W-ONTEM
           IF W-ONT-DIA > 1
               SUBTRACT 1 FROM W-ONT-DIA
               GO TO SEG-ONTEM-FIM.
           IF W-ONT-MES = 1
               MOVE 12 TO W-ONT-MES
               MOVE 31 TO W-ONT-DIA
               SUBTRACT 1 FROM W-ONT-ANO
               GO TO SEG-ONTEM-FIM.
           SUBTRACT 1 FROM W-ONT-MES
           MOVE DTV-TABDIASV (W-ONT-MES) TO W-ONT-DIA
           IF W-ONT-MES = 2
               DIVIDE W-ONT-ANO BY 4 GIVING DTV-Q
                   REMAINDER DTV-RESTO
               IF DTV-RESTO = 0
                   MOVE 29 TO W-ONT-DIA.
       SEG-ONTEM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LIMITES DO PARAMET.DAT
      *-----------------------------------------------------------------
       SEG-PAR.
           MOVE "SEGHINI" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR < 24
               MOVE W-PARVALOR TO W-HINI.
           MOVE "SEGHFIM" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
              AND W-PARVALOR NOT > 24
               MOVE W-PARVALOR TO W-HFIM.
           MOVE "SEGEXCMAX" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-EXCMAX.
           MOVE "SEGNOTMAX" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-NOTMAX.
           MOVE "SEGFALHAS" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-FALMAX.
           MOVE "SEGFECDIAS" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-FECDIAS.
       SEG-PAR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO. SEGEXC.DAT E CRIADO NA
      * PRIMEIRA VEZ; SEM OPERADOR.DAT NAO HA CODIGO DESATIVADO E SEM
      * CALESC.DAT A TRAVA DAS NOTAS VALE SEGFECDIAS DIAS
      *-----------------------------------------------------------------
       SEG-OP0.
           OPEN INPUT AUDITORIA
           IF ST-AUD NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDIT.TXT - ST=" ST-AUD
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
       SEG-OP1.
           OPEN I-O SEGEXC
           IF ST-SGX NOT = "00"
               IF ST-SGX = "30" OR ST-SGX = "35"
                      OPEN OUTPUT SEGEXC
                      CLOSE SEGEXC
                      GO TO SEG-OP1
               ELSE
                      DISPLAY "ERRO AO ABRIR SEGEXC.DAT - ST=" ST-SGX
                      CLOSE AUDITORIA
                      MOVE 8 TO RETURN-CODE
                      GO TO ROT-FIM.
           OPEN INPUT OPERADOR
           IF ST-OPF = "00"
               MOVE "S" TO W-OPFDISP.
           OPEN INPUT CALESC
           IF ST-CAL = "00"
               MOVE "S" TO W-CALDISP.
           OPEN OUTPUT RELSEG
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR SEGANOM.REL - ST=" ST-REL
               CLOSE AUDITORIA SEGEXC
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "SEGANOM.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "SEGANOM " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE AUDITORIA SEGEXC RELSEG
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "EXCECOES DE SEGURANCA - VARREDURA DE "
                  W-ONTEM (7:2) "/" W-ONTEM (5:2) "/" W-ONTEM (1:4)
                  " A " W-HOJE (7:2) "/" W-HOJE (5:2) "/"
                  W-HOJE (1:4)
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
       SEG-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CARREGA OS FERIADOS (FERIADO.TXT, UM AAAAMMDD POR LINHA;
      * SEM O ARQUIVO, SO FIM DE SEMANA CONTA COMO NAO UTIL)
      *-----------------------------------------------------------------
       FER-CARGA.
           OPEN INPUT ARQFER
           IF ST-FER NOT = "00"
               GO TO FER-CARGA-FIM.
       FER-CARGA-LER.
           READ ARQFER
               AT END
                   CLOSE ARQFER
                   GO TO FER-CARGA-FIM.
           IF LINFER (1:8) IS NOT NUMERIC
               GO TO FER-CARGA-LER.
           IF FER-QTD < 50
               ADD 1 TO FER-QTD
               MOVE LINFER (1:8) TO FER-DATA (FER-QTD).
           GO TO FER-CARGA-LER.
       FER-CARGA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * VARRE A TRILHA INTEIRA: PEDIDOS DE EXCLUSAO, FECHAMENTOS DE
      * TERMO E MEXIDAS EM OPERADOR VALEM DE QUALQUER DATA; O RESTO SO
      * NA JANELA
      *-----------------------------------------------------------------
       AUD-VARRE.
           READ AUDITORIA
               AT END
                   CLOSE AUDITORIA
                   GO TO AUD-VARRE-FIM.
           ADD 1 TO W-AUDLIDAS
           MOVE SPACES TO W-T1 W-T2 W-T3 W-T4 W-T5 W-T6 W-T7
           UNSTRING LINAUDIT DELIMITED BY ALL " "
               INTO W-T1 W-T2 W-T3 W-T4 W-T5 W-T6 W-T7.
           IF W-T3 (1:6) NOT = "CHAVE=" OR W-T4 (1:5) NOT = "OPER="
               GO TO AUD-VARRE.
           MOVE W-T4 (6:12) TO W-LOPER
           MOVE W-T3 (7:20) TO W-LCHAVE
           MOVE W-T7 TO W-LHORA
           MOVE ZEROS TO W-LDATA W-LDTHR
           IF W-T6 (1:2) IS NOT NUMERIC OR W-T6 (4:2) IS NOT NUMERIC
              OR W-T6 (7:4) IS NOT NUMERIC
               GO TO AUD-VARRE.
           MOVE W-T6 (7:4) TO W-LDT-ANO
           MOVE W-T6 (4:2) TO W-LDT-MES
           MOVE W-T6 (1:2) TO W-LDT-DIA
           MOVE W-LDATA TO W-LDH-DATA
           IF W-T7 (1:2) IS NUMERIC AND W-T7 (4:2) IS NUMERIC
              AND W-T7 (7:2) IS NUMERIC
               MOVE W-T7 (1:2) TO W-LDH-HH
               MOVE W-T7 (4:2) TO W-LDH-MM
               MOVE W-T7 (7:2) TO W-LDH-SS.
           IF W-T1 = "HISTORICO" AND W-T2 = "FECHA-FIM"
               MOVE W-LCHAVE (1:6) TO W-FECTERMO
               MOVE W-LDTHR TO W-FECDTHR
               MOVE W-LDATA TO W-FECDATA
               PERFORM FEC-LIMITE THRU FEC-LIMITE-FIM.
           IF W-T1 = "OPERADOR"
               MOVE W-LCHAVE (1:12) TO W-LOPER
               PERFORM OPT-ACHA THRU OPT-ACHA-FIM
               IF W-ACHOU NOT = ZEROS
                   MOVE W-LDTHR TO OPT-ULTMUD (W-ACHOU).
           MOVE W-T4 (6:12) TO W-LOPER
           IF W-T2 = "EXC-PEDIDO"
               PERFORM PED-GUARDA THRU PED-GUARDA-FIM.
           IF W-T2 = "EXC-APROV" OR W-T2 = "EXC-REJEIT"
               PERFORM PED-BAIXA THRU PED-BAIXA-FIM.
           IF W-LDATA < W-ONTEM OR W-LDATA > W-HOJE
               GO TO AUD-VARRE.
      *        LINHAS DO PROPRIO SISTEMA NAO SAO DE OPERADOR
           IF W-LOPER = SPACES OR W-LOPER = "OPRLOGIN"
               GO TO AUD-VARRE.
           PERFORM OPT-ACHA THRU OPT-ACHA-FIM
           IF W-ACHOU NOT = ZEROS
               IF W-LDTHR > OPT-ULTATIV (W-ACHOU)
                   MOVE W-LDTHR TO OPT-ULTATIV (W-ACHOU).
           PERFORM DOP-ACHA THRU DOP-ACHA-FIM
           IF W-ACHOU NOT = ZEROS
               PERFORM AUD-HORARIO THRU AUD-HORARIO-FIM
               IF W-T2 = "EXCLUSAO" OR W-T2 = "EXC-PEDIDO"
                  OR W-T2 = "EXC-APROV"
                   ADD 1 TO DOP-EXCL (W-ACHOU).
           IF W-T1 = "MATRICUL" AND W-T2 = "ALTERACAO"
              AND W-FECDTHR > ZEROS AND W-LDTHR > W-FECDTHR
              AND W-LDATA < W-FECLIM
               MOVE "NF"      TO W-XTIPO
               MOVE W-LOPER   TO W-XOPER
               MOVE W-LCHAVE  TO W-XREF
               MOVE W-LDATA   TO W-XDATA
               MOVE SPACES TO W-XDESCR
               STRING "MATRICULA " W-LCHAVE DELIMITED BY SPACE
                      " ALTERADA AS " W-LHORA
                      " COM O TERMO " W-FECTERMO " FECHADO"
                      DELIMITED BY SIZE INTO W-XDESCR
               PERFORM SGX-GRAVA THRU SGX-GRAVA-FIM.
           GO TO AUD-VARRE.
       AUD-VARRE-FIM.
           EXIT.
      *
      *        FORA DO EXPEDIENTE, FERIADO OU FIM DE SEMANA
       AUD-HORARIO.
           IF DOP-UTIL (W-ACHOU) = "N"
               GO TO AUD-HORARIO-CONTA.
           IF W-LDH-HH < W-HINI OR W-LDH-HH NOT < W-HFIM
               GO TO AUD-HORARIO-CONTA.
           GO TO AUD-HORARIO-FIM.
       AUD-HORARIO-CONTA.
           ADD 1 TO DOP-FORA (W-ACHOU)
           IF DOP-HRINI (W-ACHOU) = SPACES
               MOVE W-LHORA TO DOP-HRINI (W-ACHOU).
           MOVE W-LHORA TO DOP-HRFIM (W-ACHOU).
       AUD-HORARIO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ATE QUANDO VALE A TRAVA DAS NOTAS DO TERMO FECHADO: O INICIO
      * DO TERMO SEGUINTE NO CALENDARIO OU, SEM ELE, SEGFECDIAS DIAS
      * (MES COMERCIAL DE 30) DEPOIS DO FECHAMENTO
      *-----------------------------------------------------------------
       FEC-LIMITE.
           MOVE 99999999 TO W-CALPROX
           IF W-CALDISP NOT = "S"
               GO TO FEC-LIMITE-DIAS.
           MOVE LOW-VALUES TO CAL-TERMO
           START CALESC KEY IS NOT LESS THAN CAL-TERMO
           IF ST-CAL NOT = "00"
               GO TO FEC-LIMITE-DIAS.
       FEC-LIMITE-LER.
           READ CALESC NEXT RECORD
           IF ST-CAL NOT = "00"
               GO TO FEC-LIMITE-DIAS.
           IF CAL-BIMINI (1) > W-FECDATA AND CAL-BIMINI (1) < W-CALPROX
               MOVE CAL-BIMINI (1) TO W-CALPROX.
           GO TO FEC-LIMITE-LER.
       FEC-LIMITE-DIAS.
           IF W-CALPROX NOT = 99999999
               MOVE W-CALPROX TO W-FECLIM
               GO TO FEC-LIMITE-FIM.
           COMPUTE W-N360 = W-FEC-ANO * 360 + (W-FEC-MES - 1) * 30
               + W-FEC-DIA - 1 + W-FECDIAS
           DIVIDE W-N360 BY 360 GIVING W-LIM-ANO REMAINDER W-R360
           DIVIDE W-R360 BY 30 GIVING W-LIM-MES REMAINDER W-LIM-DIA
           ADD 1 TO W-LIM-MES
           ADD 1 TO W-LIM-DIA.
       FEC-LIMITE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PEDIDOS DE EXCLUSAO: GUARDA QUEM PEDIU E, NA DECISAO, CONFERE
      * SE O SUPERVISOR QUE APROVOU FOI O MESMO
      *-----------------------------------------------------------------
       PED-GUARDA.
           IF PED-QTD < 200
               ADD 1 TO PED-QTD
               MOVE PED-QTD TO W-IX
           ELSE
               ADD 1 TO PED-PROX
               IF PED-PROX > 200
                   MOVE 1 TO PED-PROX.
           IF PED-QTD = 200 AND PED-PROX NOT = ZEROS
               MOVE PED-PROX TO W-IX.
           MOVE W-T1     TO PED-ARQ (W-IX)
           MOVE W-LCHAVE TO PED-CHAVE (W-IX)
           MOVE W-LOPER  TO PED-OPER (W-IX).
       PED-GUARDA-FIM.
           EXIT.
      *
       PED-BAIXA.
           MOVE 1 TO W-IX.
       PED-BAIXA-LOOP.
           IF W-IX > PED-QTD
               GO TO PED-BAIXA-FIM.
           IF PED-ARQ (W-IX) = W-T1 AND PED-CHAVE (W-IX) = W-LCHAVE
               GO TO PED-BAIXA-ACHOU.
           ADD 1 TO W-IX
           GO TO PED-BAIXA-LOOP.
       PED-BAIXA-ACHOU.
           IF W-T2 = "EXC-APROV" AND PED-OPER (W-IX) = W-LOPER
              AND W-LOPER NOT = SPACES
              AND W-LDATA NOT < W-ONTEM AND W-LDATA NOT > W-HOJE
               MOVE "AP"      TO W-XTIPO
               MOVE W-LOPER   TO W-XOPER
               MOVE SPACES TO W-XREF
               STRING W-T1 DELIMITED BY SPACE "/"
                      W-LCHAVE DELIMITED BY SIZE INTO W-XREF
               MOVE W-LDATA   TO W-XDATA
               MOVE SPACES TO W-XDESCR
               STRING "APROVOU AS " W-LHORA
                      " A PROPRIA EXCLUSAO DE " W-T1 DELIMITED BY SPACE
                      " " W-LCHAVE DELIMITED BY SIZE INTO W-XDESCR
               PERFORM SGX-GRAVA THRU SGX-GRAVA-FIM.
      *        O PEDIDO DECIDIDO SAI DA TABELA
           MOVE SPACES TO PED-ARQ (W-IX) PED-CHAVE (W-IX)
                          PED-OPER (W-IX).
       PED-BAIXA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DIARIO DE NOTAS: CONTA AS NOTAS ALTERADAS POR OPERADOR E DIA
      * (" OPER " CODIGO " EM " AAAAMMDD NO FIM DA LINHA)
      *-----------------------------------------------------------------
       NLG-VARRE.
           OPEN INPUT NOTALOG
           IF ST-NLG NOT = "00"
               GO TO NLG-VARRE-FIM.
       NLG-VARRE-LER.
           READ NOTALOG
               AT END
                   CLOSE NOTALOG
                   GO TO NLG-VARRE-FIM.
           MOVE SPACES TO W-NLGFRENTE W-NLGRESTO W-LOPER W-NLGDATA
           UNSTRING LINNLG DELIMITED BY " OPER "
               INTO W-NLGFRENTE W-NLGRESTO.
           UNSTRING W-NLGRESTO DELIMITED BY " EM "
               INTO W-LOPER W-NLGDATA.
           IF W-NLGDATA (1:8) IS NOT NUMERIC OR W-LOPER = SPACES
               GO TO NLG-VARRE-LER.
           MOVE W-NLGDATA (1:8) TO W-LDATA
           IF W-LDATA < W-ONTEM OR W-LDATA > W-HOJE
               GO TO NLG-VARRE-LER.
           PERFORM DOP-ACHA THRU DOP-ACHA-FIM
           IF W-ACHOU NOT = ZEROS
               ADD 1 TO DOP-NOTAS (W-ACHOU).
           GO TO NLG-VARRE-LER.
       NLG-VARRE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DIARIO DE SESSOES: SENHAS RECUSADAS SEGUIDAS ANTES DE UMA
      * ENTRADA ACEITA, E A ENTRADA COMO ATIVIDADE DO CODIGO
      *-----------------------------------------------------------------
       SES-VARRE.
           OPEN INPUT SESSLOG
           IF ST-SES NOT = "00"
               GO TO SES-VARRE-FIM.
       SES-VARRE-LER.
           READ SESSLOG
               AT END
                   CLOSE SESSLOG
                   GO TO SES-VARRE-FIM.
           IF SL-OPER = SPACES OR SL-DATA IS NOT NUMERIC
               GO TO SES-VARRE-LER.
           MOVE SL-OPER TO W-LOPER
           MOVE SL-DATA TO W-LDATA
           PERFORM OPT-ACHA THRU OPT-ACHA-FIM
           IF W-ACHOU = ZEROS
               GO TO SES-VARRE-LER.
           IF SL-EVENTO (1:8) = "RECUSADO"
              OR SL-EVENTO (1:8) = "BLOQUEIO"
              OR SL-EVENTO (1:9) = "BLOQUEADO"
               IF OPT-FALHAS (W-ACHOU) < 999
                   ADD 1 TO OPT-FALHAS (W-ACHOU).
           IF SL-EVENTO (1:7) NOT = "ENTRADA"
               GO TO SES-VARRE-LER.
           IF W-LDATA NOT < W-ONTEM AND W-LDATA NOT > W-HOJE
               PERFORM SES-ENTRADA THRU SES-ENTRADA-FIM.
           MOVE ZEROS TO OPT-FALHAS (W-ACHOU)
           GO TO SES-VARRE-LER.
       SES-VARRE-FIM.
           EXIT.
      *
       SES-ENTRADA.
           MOVE W-LDATA TO W-LDH-DATA
           MOVE ZEROS TO W-LDH-HH W-LDH-MM W-LDH-SS
           IF SL-HORA (1:2) IS NUMERIC AND SL-HORA (4:2) IS NUMERIC
              AND SL-HORA (7:2) IS NUMERIC
               MOVE SL-HORA (1:2) TO W-LDH-HH
               MOVE SL-HORA (4:2) TO W-LDH-MM
               MOVE SL-HORA (7:2) TO W-LDH-SS.
           IF W-LDTHR > OPT-ULTATIV (W-ACHOU)
               MOVE W-LDTHR TO OPT-ULTATIV (W-ACHOU).
           IF OPT-FALHAS (W-ACHOU) < W-FALMAX
               GO TO SES-ENTRADA-FIM.
           MOVE "LF"      TO W-XTIPO
           MOVE W-LOPER   TO W-XOPER
           MOVE SL-HORA   TO W-XREF
           MOVE W-LDATA   TO W-XDATA
           MOVE OPT-FALHAS (W-ACHOU) TO W-QTDED
           MOVE SPACES TO W-XDESCR
           STRING "ENTRADA AS " SL-HORA " DEPOIS DE " W-QTDED
                  " SENHAS RECUSADAS SEGUIDAS"
                  DELIMITED BY SIZE INTO W-XDESCR
           PERFORM SGX-GRAVA THRU SGX-GRAVA-FIM.
       SES-ENTRADA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * POR OPERADOR E DIA: HORARIO, EXCLUSOES E NOTAS
      *-----------------------------------------------------------------
       DOP-CONFERE.
           MOVE 1 TO W-IX.
       DOP-CONFERE-LOOP.
           IF W-IX > DOP-QTD
               GO TO DOP-CONFERE-FIM.
           MOVE DOP-OPER (W-IX) TO W-XOPER
           MOVE DOP-DATA (W-IX) TO W-XDATA
           MOVE SPACES TO W-XREF
           IF DOP-FORA (W-IX) > ZEROS
               MOVE "HO" TO W-XTIPO
               MOVE DOP-FORA (W-IX) TO W-QTDED
               MOVE SPACES TO W-XDESCR
               IF DOP-UTIL (W-IX) = "N"
                   STRING W-QTDED " ALTERACOES EM DIA NAO UTIL, DAS "
                          DOP-HRINI (W-IX) " AS " DOP-HRFIM (W-IX)
                          DELIMITED BY SIZE INTO W-XDESCR
                   PERFORM SGX-GRAVA THRU SGX-GRAVA-FIM
               ELSE
                   STRING W-QTDED " ALTERACOES FORA DO EXPEDIENTE, DAS "
                          DOP-HRINI (W-IX) " AS " DOP-HRFIM (W-IX)
                          DELIMITED BY SIZE INTO W-XDESCR
                   PERFORM SGX-GRAVA THRU SGX-GRAVA-FIM.
           IF DOP-EXCL (W-IX) > W-EXCMAX
               MOVE "EX" TO W-XTIPO
               MOVE DOP-EXCL (W-IX) TO W-QTDED
               MOVE W-EXCMAX TO W-LIMED
               MOVE SPACES TO W-XDESCR
               STRING W-QTDED " EXCLUSOES NO DIA (LIMITE " W-LIMED ")"
                      DELIMITED BY SIZE INTO W-XDESCR
               PERFORM SGX-GRAVA THRU SGX-GRAVA-FIM.
           IF DOP-NOTAS (W-IX) > W-NOTMAX
               MOVE "NT" TO W-XTIPO
               MOVE DOP-NOTAS (W-IX) TO W-QTDED
               MOVE W-NOTMAX TO W-LIMED
               MOVE SPACES TO W-XDESCR
               STRING W-QTDED " NOTAS ALTERADAS NO DIA (LIMITE "
                      W-LIMED ")"
                      DELIMITED BY SIZE INTO W-XDESCR
               PERFORM SGX-GRAVA THRU SGX-GRAVA-FIM.
           ADD 1 TO W-IX
           GO TO DOP-CONFERE-LOOP.
       DOP-CONFERE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CODIGO DESATIVADO EM OPERADOR.DAT COM ATIVIDADE NA JANELA
      * DEPOIS DA ULTIMA MEXIDA NO CADASTRO (INCLUSIVE O BLOQUEIO POR
      * SENHA, QUE TAMBEM SAI NA TRILHA)
      *-----------------------------------------------------------------
       OPT-CONFERE.
           IF W-OPFDISP NOT = "S"
               GO TO OPT-CONFERE-FIM.
           MOVE 1 TO W-IX.
       OPT-CONFERE-LOOP.
           IF W-IX > OPT-QTD
               GO TO OPT-CONFERE-FIM.
           IF OPT-ULTATIV (W-IX) = ZEROS
              OR OPT-ULTATIV (W-IX) NOT > OPT-ULTMUD (W-IX)
               GO TO OPT-CONFERE-PROX.
           MOVE OPT-COD (W-IX) TO OPR-COD
           READ OPERADOR
           IF ST-OPF NOT = "00" OR OPR-ATIVO = "S"
               GO TO OPT-CONFERE-PROX.
           MOVE OPT-ULTATIV (W-IX) TO W-LDTHR
           MOVE "DS"            TO W-XTIPO
           MOVE OPT-COD (W-IX)  TO W-XOPER
           MOVE SPACES          TO W-XREF
           MOVE W-LDH-DATA      TO W-XDATA
           MOVE SPACES TO W-XDESCR
           STRING "ATIVIDADE ATE AS " W-LDH-HH ":" W-LDH-MM ":"
                  W-LDH-SS " COM O CODIGO DESATIVADO"
                  DELIMITED BY SIZE INTO W-XDESCR
           PERFORM SGX-GRAVA THRU SGX-GRAVA-FIM.
       OPT-CONFERE-PROX.
           ADD 1 TO W-IX
           GO TO OPT-CONFERE-LOOP.
       OPT-CONFERE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TABELAS DE TRABALHO (W-ACHOU = ZEROS QUANDO A TABELA ENCHE)
      *-----------------------------------------------------------------
       DOP-ACHA.
           MOVE 1 TO W-ACHOU.
       DOP-ACHA-LOOP.
           IF W-ACHOU > DOP-QTD
               GO TO DOP-ACHA-NOVO.
           IF DOP-DATA (W-ACHOU) = W-LDATA
              AND DOP-OPER (W-ACHOU) = W-LOPER
               GO TO DOP-ACHA-FIM.
           ADD 1 TO W-ACHOU
           GO TO DOP-ACHA-LOOP.
       DOP-ACHA-NOVO.
           IF DOP-QTD NOT < 100
               MOVE ZEROS TO W-ACHOU
               GO TO DOP-ACHA-FIM.
           ADD 1 TO DOP-QTD
           MOVE DOP-QTD TO W-ACHOU
           MOVE W-LDATA TO DOP-DATA (W-ACHOU)
           MOVE W-LOPER TO DOP-OPER (W-ACHOU)
           MOVE ZEROS TO DOP-FORA (W-ACHOU) DOP-EXCL (W-ACHOU)
                         DOP-NOTAS (W-ACHOU)
           MOVE SPACES TO DOP-HRINI (W-ACHOU) DOP-HRFIM (W-ACHOU)
           MOVE W-LDATA TO W-TESTDATA
           PERFORM UTIL-CALC THRU UTIL-CALC-FIM
           MOVE W-EHUTIL TO DOP-UTIL (W-ACHOU).
       DOP-ACHA-FIM.
           EXIT.
      *
       OPT-ACHA.
           MOVE 1 TO W-ACHOU.
       OPT-ACHA-LOOP.
           IF W-ACHOU > OPT-QTD
               GO TO OPT-ACHA-NOVO.
           IF OPT-COD (W-ACHOU) = W-LOPER
               GO TO OPT-ACHA-FIM.
           ADD 1 TO W-ACHOU
           GO TO OPT-ACHA-LOOP.
       OPT-ACHA-NOVO.
           IF OPT-QTD NOT < 60 OR W-LOPER = SPACES
               MOVE ZEROS TO W-ACHOU
               GO TO OPT-ACHA-FIM.
           ADD 1 TO OPT-QTD
           MOVE OPT-QTD TO W-ACHOU
           MOVE W-LOPER TO OPT-COD (W-ACHOU)
           MOVE ZEROS TO OPT-ULTMUD (W-ACHOU) OPT-ULTATIV (W-ACHOU)
                         OPT-FALHAS (W-ACHOU).
       OPT-ACHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DIA DA SEMANA DE W-TESTDATA (1=SEGUNDA..7=DOMINGO) E DIA
      * UTIL (NEM SABADO/DOMINGO NEM FERIADO), COMO NO JOBCTRL
      *-----------------------------------------------------------------
       UTIL-CALC.
           MOVE W-TST-ANO TO W-ZA
           MOVE W-TST-MES TO W-ZM
           IF W-ZM < 3
               ADD 12 TO W-ZM
               SUBTRACT 1 FROM W-ZA.
           COMPUTE W-ZQ = W-TST-DIA + ((13 * (W-ZM + 1)) / 5)
               + W-ZA + (W-ZA / 4) - (W-ZA / 100) + (W-ZA / 400)
           DIVIDE W-ZQ BY 7 GIVING W-ZQ REMAINDER W-ZR.
      *        ZELLER: 0=SABADO, 1=DOMINGO, 2=SEGUNDA...
           IF W-ZR = 0
               MOVE 6 TO W-DOW
           ELSE
               IF W-ZR = 1
                   MOVE 7 TO W-DOW
               ELSE
                   COMPUTE W-DOW = W-ZR - 1.
           MOVE "S" TO W-EHUTIL
           IF W-DOW > 5
               MOVE "N" TO W-EHUTIL
               GO TO UTIL-CALC-FIM.
           MOVE 1 TO W-FERIX.
       UTIL-CALC-FER.
           IF W-FERIX > FER-QTD
               GO TO UTIL-CALC-FIM.
           IF FER-DATA (W-FERIX) = W-TESTDATA
               MOVE "N" TO W-EHUTIL
               GO TO UTIL-CALC-FIM.
           ADD 1 TO W-FERIX
           GO TO UTIL-CALC-FER.
       UTIL-CALC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * GRAVA UMA EXCECAO; JA EXISTENTE (CHAVE DUPLICADA) FICA COMO
      * ESTA, COM A REVISAO QUE TIVER
      *-----------------------------------------------------------------
       SGX-GRAVA.
           MOVE SPACES TO REGSGX
           MOVE W-XDATA   TO SGX-DATA
           MOVE W-XTIPO   TO SGX-TIPO
           MOVE W-XOPER   TO SGX-OPER
           MOVE W-XREF    TO SGX-REF
           MOVE W-XDESCR  TO SGX-DESCR
           MOVE W-HOJE    TO SGX-GERADA
           MOVE "P"       TO SGX-SITUACAO
           MOVE ZEROS     TO SGX-REVDATA
           WRITE REGSGX
           IF ST-SGX = "00"
               ADD 1 TO W-NOVAS
               GO TO SGX-GRAVA-FIM.
           IF ST-SGX = "22"
               ADD 1 TO W-JAREG
           ELSE
               DISPLAY "ERRO AO GRAVAR SEGEXC.DAT - ST=" ST-SGX.
       SGX-GRAVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RELATORIO DO DONO: PENDENTES (* = ACHADA HOJE) E AS REVISADAS
      * NA JANELA, COM O COMENTARIO
      *-----------------------------------------------------------------
       SGX-LISTA.
           MOVE "PENDENTES DE REVISAO (* = NOVA)" TO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE LOW-VALUES TO SGX-CHAVE
           START SEGEXC KEY IS NOT LESS THAN SGX-CHAVE
           IF ST-SGX NOT = "00"
               GO TO SGX-LISTA-REV.
       SGX-LISTA-LER.
           READ SEGEXC NEXT RECORD
           IF ST-SGX NOT = "00"
               GO TO SGX-LISTA-REV.
           IF SGX-SITUACAO NOT = "P"
               GO TO SGX-LISTA-LER.
           ADD 1 TO W-PENDENTES
           MOVE SPACE TO W-MARCA
           IF SGX-GERADA = W-HOJE
               MOVE "*" TO W-MARCA.
           PERFORM SGX-LINHA THRU SGX-LINHA-FIM.
           GO TO SGX-LISTA-LER.
       SGX-LISTA-REV.
           MOVE SPACES TO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE "REVISADAS DE ONTEM E HOJE" TO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE LOW-VALUES TO SGX-CHAVE
           START SEGEXC KEY IS NOT LESS THAN SGX-CHAVE
           IF ST-SGX NOT = "00"
               GO TO SGX-LISTA-FIM.
       SGX-LISTA-REVLER.
           READ SEGEXC NEXT RECORD
           IF ST-SGX NOT = "00"
               GO TO SGX-LISTA-FIM.
           IF SGX-SITUACAO NOT = "R" OR SGX-REVDATA < W-ONTEM
               GO TO SGX-LISTA-REVLER.
           ADD 1 TO W-REVISADAS
           MOVE SPACE TO W-MARCA
           PERFORM SGX-LINHA THRU SGX-LINHA-FIM.
           MOVE SGX-REVDATA TO W-DTED
           MOVE SPACES TO LINREL
           STRING "    REVISADA POR " SGX-REVOPER " EM "
                  W-DTE-DIA "/" W-DTE-MES "/" W-DTE-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    " SGX-COMENT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           GO TO SGX-LISTA-REVLER.
       SGX-LISTA-FIM.
           EXIT.
      *
       SGX-LINHA.
           MOVE SPACES TO W-TIPONOME
           IF SGX-TIPO = "HO"
               MOVE "HORARIO/DIA NAO UTIL" TO W-TIPONOME.
           IF SGX-TIPO = "EX"
               MOVE "EXCLUSOES EM EXCESSO" TO W-TIPONOME.
           IF SGX-TIPO = "NT"
               MOVE "NOTAS EM EXCESSO" TO W-TIPONOME.
           IF SGX-TIPO = "AP"
               MOVE "AUTOAPROVACAO" TO W-TIPONOME.
           IF SGX-TIPO = "LF"
               MOVE "SENHAS RECUSADAS" TO W-TIPONOME.
           IF SGX-TIPO = "NF"
               MOVE "NOTA DE TERMO FECHADO" TO W-TIPONOME.
           IF SGX-TIPO = "DS"
               MOVE "CODIGO DESATIVADO" TO W-TIPONOME.
           MOVE SGX-DATA TO W-DTED
           MOVE SPACES TO LINREL
           STRING W-MARCA " " W-DTE-DIA "/" W-DTE-MES "/" W-DTE-ANO
                  " " SGX-TIPO " " W-TIPONOME " " SGX-OPER
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    " SGX-DESCR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
       SGX-LINHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       SEG-EOF.
           MOVE SPACES TO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "LINHAS DA TRILHA LIDAS...: " W-AUDLIDAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EXCECOES NOVAS...........: " W-NOVAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "JA REGISTRADAS ANTES.....: " W-JAREG
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PENDENTES DE REVISAO.....: " W-PENDENTES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SEG-IMP THRU SEG-IMP-FIM.
           IF W-OPFDISP = "S"
               CLOSE OPERADOR.
           IF W-CALDISP = "S"
               CLOSE CALESC.
           CLOSE SEGEXC RELSEG IMPRESSORA.
           DISPLAY "SEGANOM - RELATORIO GERADO EM SEGANOM.REL".
           DISPLAY "EXCECOES NOVAS.......: " W-NOVAS.
           DISPLAY "PENDENTES DE REVISAO.: " W-PENDENTES.
           GO TO ROT-FIM.
      *
       SEG-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       SEG-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO CONTROLADOR DE ESTEIRA
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
