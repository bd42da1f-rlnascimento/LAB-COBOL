       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOSERV.
      **************************************
      *  DIAS PARADOS NA OFICINA           *
      *  (ORDSERV.DAT)                     *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O PERIODO (DATA DE ABERTURA DAS OS) E O
      * PROGRAMA LE AS ORDENS DE SERVICO NA ORDEM DE PLACA (CHAVE
      * ALTERNATIVA OSV-PLACA), CONTANDO OS DIAS QUE CADA VEICULO
      * FICOU INDISPONIVEL: DA ABERTURA ATE O FECHAMENTO OU O
      * CANCELAMENTO, OU ATE HOJE QUANDO A OS AINDA ESTA EM ABERTO
      * (SAI MARCADA "EM CURSO"). OS DIAS SEGUEM A CONTA DA CASA (30
      * DIAS POR MES, MINIMO DE UM DIA). SAEM TRES QUADROS:
      *   - CADA VEICULO COM SUAS OS E O TOTAL DE DIAS PARADO;
      *   - CADA FORNECEDOR (FORNEC.DAT) COM AS OS E OS DIAS PARADOS
      *     NELE;
      *   - CADA TIPO DE SERVICO COM O PRAZO MEDIO DE RETORNO, SO COM
      *     AS OS JA FECHADAS.
      * ARQUIVOS: RELOSERV.TXT E O SPOOL RELOSERV.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOSVS.
           COPY CPYFORS.
           SELECT RELOSV ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYOSVR.
           COPY CPYFORR.
      *
       FD  RELOSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELOSERV.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYFORW.
           COPY CPYOSVW.
       77 W-FORDISP      PIC X(01) VALUE "N".
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-NOPER        PIC 9(06) VALUE ZEROS.
       77 W-EMCURSO      PIC 9(06) VALUE ZEROS.
       77 W-GERDIAS      PIC 9(07) VALUE ZEROS.
       77 W-DIAS         PIC S9(05) VALUE ZEROS.
       77 W-PRIMEIRA     PIC X(01) VALUE "S".
       77 W-PLACAANT     PIC X(07) VALUE SPACES.
       77 W-VEIQTD       PIC 9(04) VALUE ZEROS.
       77 W-VEIDIAS      PIC 9(06) VALUE ZEROS.
       77 W-VEICULOS     PIC 9(05) VALUE ZEROS.
       77 W-MARCA        PIC X(08) VALUE SPACES.
       77 W-NOMEFOR      PIC X(20) VALUE SPACES.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-QTDFOR       PIC 9(03) VALUE ZEROS.
       77 W-MEDIA        PIC 9(05)V9 VALUE ZEROS.
       77 W-MED-ED       PIC ZZZZ9,9.
       77 W-DIAS-ED      PIC ZZ.ZZ9.
       77 W-QTD-ED       PIC ZZ.ZZ9.
       01 W-DATAINI      PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM      PIC 9(08) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
      *        INICIO E FIM DA PARADA, PARA A CONTA DOS DIAS
       01 W-DATABE.
            03 W-ABE-ANO      PIC 9(04).
            03 W-ABE-MES      PIC 9(02).
            03 W-ABE-DIA      PIC 9(02).
       01 W-DATFIM.
            03 W-FIM-ANO      PIC 9(04).
            03 W-FIM-MES      PIC 9(02).
            03 W-FIM-DIA      PIC 9(02).
      *        UMA LINHA POR FORNECEDOR, NA ORDEM EM QUE APARECEM
       01 W-TABFOR.
            03 W-FRN OCCURS 200 TIMES.
               05 W-FRN-DOC     PIC 9(14).
               05 W-FRN-QTD     PIC 9(05).
               05 W-FRN-DIAS    PIC 9(07).
      *        UMA LINHA POR TIPO DE SERVICO (ORDEM DO CPYOSVR);
      *        QTD/DIAS SO DAS FECHADAS, ABERTAS CONTADAS A PARTE
       01 W-TIPOS-INI.
            03 FILLER         PIC X(01) VALUE "P".
            03 FILLER         PIC X(01) VALUE "C".
            03 FILLER         PIC X(01) VALUE "F".
            03 FILLER         PIC X(01) VALUE "E".
            03 FILLER         PIC X(01) VALUE "N".
            03 FILLER         PIC X(01) VALUE "G".
            03 FILLER         PIC X(01) VALUE "X".
       01 W-TIPOS-TAB REDEFINES W-TIPOS-INI.
            03 W-TIPO-COD     PIC X(01) OCCURS 7 TIMES.
       01 W-TABTIP.
            03 W-TIP OCCURS 7 TIMES.
               05 W-TIP-QTD     PIC 9(05).
               05 W-TIP-DIAS    PIC 9(07).
               05 W-TIP-ABERTA  PIC 9(05).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELOSERV - DIAS PARADOS NA OFICINA".
       OSR-DATAINI.
           DISPLAY "OS ABERTAS A PARTIR DE (AAAAMMDD): ".
           MOVE ZEROS TO W-DATAINI
           ACCEPT W-DATAINI.
           IF W-DATAINI = ZEROS
               GO TO OSR-DATAINI.
       OSR-DATAFIM.
           DISPLAY "OS ABERTAS ATE         (AAAAMMDD): ".
           MOVE ZEROS TO W-DATAFIM
           ACCEPT W-DATAFIM.
           IF W-DATAFIM = ZEROS OR W-DATAFIM < W-DATAINI
               GO TO OSR-DATAFIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM OSR-OP0 THRU OSR-OP0-FIM.
           GO TO OSR-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS (FORNEC.DAT E OPCIONAL: SEM ELE O
      * FORNECEDOR SAI SO PELO CNPJ/CPF)
      *-----------------------------------------------------------------
       OSR-OP0.
           OPEN INPUT ORDSERV
           IF ST-OSV NOT = "00"
               DISPLAY "ERRO AO ABRIR ORDSERV.DAT - ST=" ST-OSV
               GO TO ROT-FIM.
           OPEN INPUT FORNEC
           IF ST-FOR = "00"
               MOVE "S" TO W-FORDISP
           ELSE
               MOVE "N" TO W-FORDISP.
           OPEN OUTPUT RELOSV
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELOSERV.TXT - ST=" ST-REL
               CLOSE ORDSERV
               GO TO ROT-FIM.
           MOVE "RELOSERV.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELOSERV" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ORDSERV RELOSV
               GO TO ROT-FIM.
           MOVE SPACES TO W-TABFOR
           MOVE ZEROS TO W-TABTIP
           MOVE SPACES TO LINREL
           STRING "DIAS PARADOS NA OFICINA - OS ABERTAS DE " W-DATAINI
                  " A " W-DATAFIM
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EMITIDO EM " W-HOJE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PLACA   OS     TIPO         ABERTA   FIM        DIAS"
                  " SITUACAO  FORNECEDOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
      *        LEITURA PELA CHAVE ALTERNATIVA: UM VEICULO DE CADA VEZ
           MOVE SPACES TO OSV-PLACA
           START ORDSERV KEY IS NOT LESS THAN OSV-PLACA
           IF ST-OSV NOT = "00"
               GO TO OSR-EOF.
       OSR-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CADA OS DO PERIODO: LINHA DO VEICULO E ACUMULO POR FORNECEDOR
      * E POR TIPO DE SERVICO
      *-----------------------------------------------------------------
       OSR-LER.
           READ ORDSERV NEXT RECORD
               AT END GO TO OSR-EOF.
           ADD 1 TO W-LIDAS.
           IF OSV-DATAABE < W-DATAINI OR OSV-DATAABE > W-DATAFIM
               GO TO OSR-LER.
           IF W-PRIMEIRA = "S"
               MOVE "N" TO W-PRIMEIRA
               MOVE OSV-PLACA TO W-PLACAANT.
           IF OSV-PLACA NOT = W-PLACAANT
               PERFORM OSR-VEITOT THRU OSR-VEITOT-FIM
               MOVE OSV-PLACA TO W-PLACAANT.
           ADD 1 TO W-NOPER.
      *        FIM DA PARADA: FECHAMENTO/CANCELAMENTO OU HOJE
           MOVE OSV-DATAABE TO W-DATABE
           MOVE SPACES TO W-MARCA
           IF OSV-SITUACAO = "F" OR OSV-SITUACAO = "C"
               MOVE OSV-DATAFEC TO W-DATFIM
           ELSE
               MOVE W-HOJE TO W-DATFIM
               MOVE "EM CURSO" TO W-MARCA
               ADD 1 TO W-EMCURSO.
           PERFORM OSR-DIAS THRU OSR-DIAS-FIM.
           ADD W-DIAS TO W-VEIDIAS W-GERDIAS
           ADD 1 TO W-VEIQTD
           PERFORM OSR-FORNEC THRU OSR-FORNEC-FIM.
           PERFORM OSR-TIPO THRU OSR-TIPO-FIM.
           PERFORM OSR-NOMEFOR THRU OSR-NOMEFOR-FIM.
           PERFORM OSV-TIPTXT THRU OSV-TIPTXT-FIM.
           PERFORM OSV-SITTXT THRU OSV-SITTXT-FIM.
           IF W-MARCA NOT = SPACES
               MOVE W-MARCA TO W-OSVSITTXT.
           MOVE W-DIAS TO W-DIAS-ED
           MOVE SPACES TO LINREL
           STRING OSV-PLACA " " OSV-NUMERO " " W-OSVTIPTXT " "
                  OSV-DATAABE " " W-DATFIM " " W-DIAS-ED " "
                  W-OSVSITTXT (1:9) " " W-NOMEFOR (1:12)
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           GO TO OSR-LER.
      *
      *        30 DIAS POR MES, MINIMO DE UM DIA (COMO NO FATALOC)
       OSR-DIAS.
           COMPUTE W-DIAS =
               (W-FIM-ANO - W-ABE-ANO) * 360
               + (W-FIM-MES - W-ABE-MES) * 30
               + W-FIM-DIA - W-ABE-DIA
           IF W-DIAS < 1
               MOVE 1 TO W-DIAS.
       OSR-DIAS-FIM.
           EXIT.
      *
      *        LINHA DE TOTAL DO VEICULO
       OSR-VEITOT.
           ADD 1 TO W-VEICULOS
           MOVE W-VEIQTD TO W-QTD-ED
           MOVE W-VEIDIAS TO W-DIAS-ED
           MOVE SPACES TO LINREL
           STRING "        TOTAL " W-PLACAANT ": " W-QTD-ED " OS  "
                  W-DIAS-ED " DIAS PARADO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE ZEROS TO W-VEIQTD W-VEIDIAS.
       OSR-VEITOT-FIM.
           EXIT.
      *
       OSR-FORNEC.
           MOVE 1 TO W-IX.
       OSR-FORNEC-BUSCA.
           IF W-IX > W-QTDFOR
               GO TO OSR-FORNEC-NOVO.
           IF W-FRN-DOC (W-IX) = OSV-CODFOR
               GO TO OSR-FORNEC-SOMA.
           ADD 1 TO W-IX.
           GO TO OSR-FORNEC-BUSCA.
       OSR-FORNEC-NOVO.
           IF W-QTDFOR = 200
               DISPLAY "TABELA DE FORNECEDORES CHEIA - OS " OSV-NUMERO
               GO TO OSR-FORNEC-FIM.
           ADD 1 TO W-QTDFOR
           MOVE W-QTDFOR TO W-IX
           MOVE OSV-CODFOR TO W-FRN-DOC (W-IX)
           MOVE ZEROS TO W-FRN-QTD (W-IX) W-FRN-DIAS (W-IX).
       OSR-FORNEC-SOMA.
           ADD 1 TO W-FRN-QTD (W-IX)
           ADD W-DIAS TO W-FRN-DIAS (W-IX).
       OSR-FORNEC-FIM.
           EXIT.
      *
      *        PRAZO DE RETORNO SO DAS FECHADAS; AS DEMAIS CONTAM A
      *        PARTE (CANCELADAS NAO ENTRAM NO QUADRO DE TIPOS)
       OSR-TIPO.
           MOVE 1 TO W-IX.
       OSR-TIPO-BUSCA.
           IF W-IX > 7
               GO TO OSR-TIPO-FIM.
           IF W-TIPO-COD (W-IX) NOT = OSV-TIPO
               ADD 1 TO W-IX
               GO TO OSR-TIPO-BUSCA.
           IF OSV-SITUACAO = "F"
               ADD 1 TO W-TIP-QTD (W-IX)
               ADD W-DIAS TO W-TIP-DIAS (W-IX)
               GO TO OSR-TIPO-FIM.
           IF OSV-SITUACAO NOT = "C"
               ADD 1 TO W-TIP-ABERTA (W-IX).
       OSR-TIPO-FIM.
           EXIT.
      *
      *        NOME FANTASIA DO FORNECEDOR (OU O CNPJ/CPF SEM FORNEC)
       OSR-NOMEFOR.
           MOVE SPACES TO W-NOMEFOR
           IF W-FORDISP = "S"
               MOVE OSV-CODFOR TO FOR-DOC
               READ FORNEC
               IF ST-FOR = "00"
                   MOVE FOR-FANTASIA TO W-NOMEFOR
                   GO TO OSR-NOMEFOR-FIM.
           MOVE OSV-CODFOR TO W-NOMEFOR.
       OSR-NOMEFOR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FIM DA LEITURA: QUADROS POR FORNECEDOR E POR TIPO DE SERVICO
      *-----------------------------------------------------------------
       OSR-EOF.
           IF W-PRIMEIRA = "N"
               PERFORM OSR-VEITOT THRU OSR-VEITOT-FIM.
           MOVE SPACES TO LINREL
           STRING "DIAS PARADOS POR FORNECEDOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CNPJ/CPF       FORNECEDOR               OS"
                  "   DIAS    MEDIA"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE 1 TO W-IX.
       OSR-EOF-FOR.
           IF W-IX > W-QTDFOR
               GO TO OSR-EOF-TIP.
           MOVE W-FRN-DOC (W-IX) TO OSV-CODFOR
           PERFORM OSR-NOMEFOR THRU OSR-NOMEFOR-FIM
           MOVE W-FRN-QTD (W-IX) TO W-QTD-ED
           MOVE W-FRN-DIAS (W-IX) TO W-DIAS-ED
           COMPUTE W-MEDIA ROUNDED =
               W-FRN-DIAS (W-IX) / W-FRN-QTD (W-IX)
           MOVE W-MEDIA TO W-MED-ED
           MOVE SPACES TO LINREL
           STRING W-FRN-DOC (W-IX) " " W-NOMEFOR " " W-QTD-ED " "
                  W-DIAS-ED " " W-MED-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           ADD 1 TO W-IX.
           GO TO OSR-EOF-FOR.
       OSR-EOF-TIP.
           MOVE SPACES TO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PRAZO MEDIO DE RETORNO POR TIPO DE SERVICO"
                  " (OS FECHADAS)"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TIPO          FECHADAS    DIAS   MEDIA  EM ABERTO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE 1 TO W-IX.
       OSR-EOF-TIPLIN.
           IF W-IX > 7
               GO TO OSR-EOF-TOT.
           MOVE W-TIPO-COD (W-IX) TO OSV-TIPO
           PERFORM OSV-TIPTXT THRU OSV-TIPTXT-FIM
           MOVE W-TIP-QTD (W-IX) TO W-QTD-ED
           MOVE W-TIP-DIAS (W-IX) TO W-DIAS-ED
           MOVE ZEROS TO W-MEDIA
           IF W-TIP-QTD (W-IX) > ZEROS
               COMPUTE W-MEDIA ROUNDED =
                   W-TIP-DIAS (W-IX) / W-TIP-QTD (W-IX).
           MOVE W-MEDIA TO W-MED-ED
           MOVE SPACES TO LINREL
           STRING W-OSVTIPTXT "   " W-QTD-ED "  " W-DIAS-ED " "
                  W-MED-ED "     "
                  DELIMITED BY SIZE INTO LINREL
           MOVE W-TIP-ABERTA (W-IX) TO W-QTD-ED
           MOVE W-QTD-ED TO LINREL (45:6)
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           ADD 1 TO W-IX.
           GO TO OSR-EOF-TIPLIN.
       OSR-EOF-TOT.
           MOVE SPACES TO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           MOVE W-GERDIAS TO W-DIAS-ED
           MOVE SPACES TO LINREL
           STRING "OS NO PERIODO: " W-NOPER "  VEICULOS: " W-VEICULOS
                  "  DIAS PARADOS: " W-DIAS-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM OSR-IMP THRU OSR-IMP-FIM.
           CLOSE ORDSERV RELOSV IMPRESSORA.
           IF W-FORDISP = "S"
               CLOSE FORNEC.
           DISPLAY "RELOSERV - RELATORIO GERADO EM RELOSERV.TXT".
           DISPLAY "OS LIDAS................: " W-LIDAS.
           DISPLAY "OS NO PERIODO...........: " W-NOPER.
           DISPLAY "OS EM CURSO.............: " W-EMCURSO.
           DISPLAY "VEICULOS................: " W-VEICULOS.
           GO TO ROT-FIM.
      *
       OSR-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       OSR-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *****************************************
      * DESCRICOES DE TIPO E SITUACAO DA OS   *
      *****************************************
      *
           COPY CPYOSVP
               REPLACING ==CPY-PLACA== BY ==W-PLACAANT==.
