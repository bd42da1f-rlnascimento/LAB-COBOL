       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREFZ.
      **************************************
      *  RECONSTRUCAO / CONFERENCIA DO     *
      *  RESUMO MENSAL DE CUSTO DA FROTA   *
      *  (CUSTMES.DAT)                     *
      **************************************
      *----------------------------------------------------------------
      * O CUSTMES.DAT E ATUALIZADO TODA NOITE PELO CUSTAGR A PARTIR DA
      * TRILHA. ESTE JOB RODA EM DOIS MODOS:
      *   R (RECONSTRUIR) - O OPERADOR INFORMA AS COMPETENCIAS INICIAL
      *     E FINAL; OS REGISTROS DO PERIODO SAO APAGADOS E REFEITOS
      *     DOS LANCAMENTOS DE ABASTEC, MANUVEIC, SEGURO, IPVAPAG E
      *     MULTA (CPYCMSP). E A CARGA INICIAL DO RESUMO E O ACERTO
      *     DEPOIS DE CARGA QUE NAO PASSA PELA TRILHA;
      *   C (CONFERIR) - NAO ALTERA NADA; PARA A COMPETENCIA INFORMADA
      *     (ZEROS = O ULTIMO MES FECHADO, O ANTERIOR AO CORRENTE)
      *     TOTALIZA POR CATEGORIA OS LANCAMENTOS E O RESUMO E APONTA
      *     "DIVERGE" ONDE VALOR, LITROS OU QUANTIDADE NAO BATEM - O
      *     ACERTO E RODAR O MODO R NAQUELA COMPETENCIA.
      * RELATORIO EM CUSTREFZ.TXT E NA IMPRESSORA (CUSTREFZ.SPL).
      * TERMINA COM GOBACK E RC 8 EM ERRO DE ABERTURA, PARA PODER
      * RODAR SOB O JOBCTRL (A CONFERENCIA NA FREQUENCIA M).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCMSS.
           COPY CPYABAS.
           COPY CPYMNTS.
           COPY CPYSGS.
           COPY CPYIPGS.
           COPY CPYMLTS.
           SELECT RELREF ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCMSR.
           COPY CPYABAR.
           COPY CPYMNTR.
           COPY CPYSGR.
           COPY CPYIPGR.
           COPY CPYMLTR.
      *
       FD  RELREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CUSTREFZ.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CMS         PIC X(02) VALUE "00".
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-MNT         PIC X(02) VALUE "00".
       77 ST-SEG         PIC X(02) VALUE "00".
       77 ST-IPG         PIC X(02) VALUE "00".
       77 ST-MUL         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-MODO         PIC X(01) VALUE SPACES.
       77 W-IX           PIC 9(01) VALUE ZEROS.
       77 W-DIVERG       PIC 9(02) VALUE ZEROS.
       77 W-SITU         PIC X(07) VALUE SPACES.
       77 W-VAL-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 W-VALB-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77 W-LIT-ED       PIC ZZ.ZZZ.ZZ9,99.
       77 W-LITB-ED      PIC ZZ.ZZZ.ZZ9,99.
       01 W-COMPINI      PIC 9(06) VALUE ZEROS.
       01 W-COMPFIM      PIC 9(06) VALUE ZEROS.
       01 W-COMPFIM-R REDEFINES W-COMPFIM.
            03 W-CFIM-ANO   PIC 9(04).
            03 W-CFIM-MES   PIC 9(02).
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
      *
      *TOTAIS DO RESUMO POR CATEGORIA (MODO C)
       01 RES-TOT.
            03 RES-CAT OCCURS 5 TIMES.
                05 RES-VAL    PIC 9(10)V99.
                05 RES-LIT    PIC 9(08)V99.
                05 RES-QTD    PIC 9(07).
           COPY CPYCMSW.
           COPY CPYOFCW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA FROM DATE YYYYMMDD.
           MOVE W-DATA TO W-CMSHOJE.
           DISPLAY "CUSTREFZ - RESUMO MENSAL DE CUSTO (CUSTMES.DAT)".
       REF-MODO.
           DISPLAY "MODO (R = RECONSTRUIR, C = SO CONFERIR): ".
           MOVE SPACES TO W-MODO
           ACCEPT W-MODO.
           IF W-MODO = "r"
               MOVE "R" TO W-MODO.
           IF W-MODO = "c"
               MOVE "C" TO W-MODO.
           IF W-MODO NOT = "R" AND W-MODO NOT = "C"
               GO TO REF-MODO.
           IF W-MODO = "C"
               GO TO REF-COMPC.
       REF-PERINI.
           DISPLAY "COMPETENCIA INICIAL (AAAAMM): ".
           MOVE ZEROS TO W-COMPINI
           ACCEPT W-COMPINI.
           IF W-COMPINI = ZEROS
               GO TO REF-PERINI.
       REF-PERFIM.
           DISPLAY "COMPETENCIA FINAL   (AAAAMM): ".
           MOVE ZEROS TO W-COMPFIM
           ACCEPT W-COMPFIM.
           IF W-COMPFIM = ZEROS OR W-COMPFIM < W-COMPINI
               GO TO REF-PERFIM.
           GO TO REF-EXEC.
       REF-COMPC.
           DISPLAY "COMPETENCIA (AAAAMM, ZEROS = ULTIMO MES FECHADO): ".
           MOVE ZEROS TO W-COMPFIM
           ACCEPT W-COMPFIM.
           IF W-COMPFIM = ZEROS
               MOVE W-DATA-ANO TO W-CFIM-ANO
               MOVE W-DATA-MES TO W-CFIM-MES
               IF W-CFIM-MES = 1
                   MOVE 12 TO W-CFIM-MES
                   SUBTRACT 1 FROM W-CFIM-ANO
               ELSE
                   SUBTRACT 1 FROM W-CFIM-MES.
           IF W-CFIM-MES < 1 OR W-CFIM-MES > 12
               GO TO REF-COMPC.
           MOVE W-COMPFIM TO W-COMPINI.
       REF-EXEC.
           MOVE SPACES TO W-CMSPLACA
           MOVE W-COMPINI TO W-CMSINI
           MOVE W-COMPFIM TO W-CMSFIM
           MOVE W-MODO TO W-CMSMODO
           IF W-MODO = "R"
               MOVE "G" TO W-CMSMODO.
           PERFORM REF-OP0 THRU REF-OP0-FIM.
           IF W-MODO = "R"
               PERFORM REF-RECONS THRU REF-RECONS-FIM
           ELSE
               PERFORM REF-CONF THRU REF-CONF-FIM.
           GO TO REF-EOF.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS (RESUMO EM I-O SO NA RECONSTRUCAO, CRIADO
      * SE NAO EXISTIR) E CABECALHO
      *-----------------------------------------------------------------
       REF-OP0.
           IF W-MODO = "R"
               OPEN I-O CUSTMES
               IF ST-CMS = "30" OR ST-CMS = "35"
                   OPEN OUTPUT CUSTMES
                   CLOSE CUSTMES
                   OPEN I-O CUSTMES
               END-IF
           ELSE
               OPEN INPUT CUSTMES.
           IF ST-CMS NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTMES.DAT - ST=" ST-CMS
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT ABASTEC
           IF ST-ABA NOT = "00"
               DISPLAY "ERRO AO ABRIR ABASTEC.DAT - ST=" ST-ABA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT MANUVEIC
           IF ST-MNT NOT = "00"
               DISPLAY "ERRO AO ABRIR MANUVEIC.DAT - ST=" ST-MNT
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT SEGURO
           IF ST-SEG NOT = "00"
               DISPLAY "ERRO AO ABRIR SEGURO.DAT - ST=" ST-SEG
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT IPVAPAG
           IF ST-IPG NOT = "00"
               DISPLAY "ERRO AO ABRIR IPVAPAG.DAT - ST=" ST-IPG
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT MULTA
           IF ST-MUL NOT = "00"
               DISPLAY "ERRO AO ABRIR MULTA.DAT - ST=" ST-MUL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN OUTPUT RELREF
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR CUSTREFZ.TXT - ST=" ST-REL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "CUSTREFZ.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "CUSTREFZ" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           IF W-MODO = "R"
               STRING "RECONSTRUCAO DO RESUMO MENSAL DE CUSTO - "
                      W-COMPINI " A " W-COMPFIM
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "CONFERENCIA DO RESUMO MENSAL DE CUSTO - "
                      "COMPETENCIA " W-COMPFIM
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM REF-IMP THRU REF-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM REF-IMP THRU REF-IMP-FIM.
       REF-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RECONSTRUCAO: APAGA O PERIODO E REFAZ DOS LANCAMENTOS
      *-----------------------------------------------------------------
       REF-RECONS.
           PERFORM CMS-LIMPA THRU CMS-LIMPA-FIM.
           PERFORM CMS-REFAZ THRU CMS-REFAZ-FIM.
           MOVE SPACES TO LINREL
           STRING "REGISTROS APAGADOS......: " W-CMSEXC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REF-IMP THRU REF-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "LANCAMENTOS SOMADOS.....: " W-CMSLANC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REF-IMP THRU REF-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "REGISTROS GRAVADOS......: " W-CMSGRAV
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REF-IMP THRU REF-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ERROS DE GRAVACAO.......: " W-CMSERROS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REF-IMP THRU REF-IMP-FIM.
           DISPLAY "LANCAMENTOS SOMADOS.....: " W-CMSLANC.
           DISPLAY "REGISTROS GRAVADOS......: " W-CMSGRAV.
       REF-RECONS-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONFERENCIA: LANCAMENTOS (W-CMSTOT) X RESUMO (RES-TOT) DA
      * COMPETENCIA, CATEGORIA A CATEGORIA
      *-----------------------------------------------------------------
       REF-CONF.
           MOVE ZEROS TO W-CMSTOT RES-TOT.
           PERFORM CMS-REFAZ THRU CMS-REFAZ-FIM.
           MOVE LOW-VALUES TO CMS-CHAVE
           START CUSTMES KEY IS NOT LESS THAN CMS-CHAVE
           IF ST-CMS NOT = "00"
               GO TO REF-CONF-CMP.
       REF-CONF-LER.
           READ CUSTMES NEXT RECORD
           IF ST-CMS NOT = "00"
               GO TO REF-CONF-CMP.
           IF CMS-COMP NOT = W-COMPFIM
              OR CMS-CATEG < 1 OR CMS-CATEG > 5
               GO TO REF-CONF-LER.
           ADD CMS-VALOR  TO RES-VAL (CMS-CATEG)
           ADD CMS-LITROS TO RES-LIT (CMS-CATEG)
           ADD CMS-QTD    TO RES-QTD (CMS-CATEG).
           GO TO REF-CONF-LER.
       REF-CONF-CMP.
           MOVE "CATEGORIA     LANCAMENTOS (QTD/VALOR)   RESUMO (QTD/V
      -         "ALOR)" TO LINREL
           PERFORM REF-IMP THRU REF-IMP-FIM.
           MOVE 1 TO W-IX.
       REF-CONF-CAT.
           IF W-IX > 5
               GO TO REF-CONF-RES.
           MOVE "OK" TO W-SITU
           IF W-CMSTVAL (W-IX) NOT = RES-VAL (W-IX)
              OR W-CMSTLIT (W-IX) NOT = RES-LIT (W-IX)
              OR W-CMSTQTD (W-IX) NOT = RES-QTD (W-IX)
               MOVE "DIVERGE" TO W-SITU
               ADD 1 TO W-DIVERG.
           MOVE W-CMSTVAL (W-IX) TO W-VAL-ED
           MOVE RES-VAL (W-IX) TO W-VALB-ED
           MOVE SPACES TO LINREL
           STRING OFC-DESC (W-IX) " " W-CMSTQTD (W-IX) " " W-VAL-ED
                  "  " RES-QTD (W-IX) " " W-VALB-ED " " W-SITU
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REF-IMP THRU REF-IMP-FIM.
           IF W-IX = 1
               MOVE W-CMSTLIT (1) TO W-LIT-ED
               MOVE RES-LIT (1) TO W-LITB-ED
               MOVE SPACES TO LINREL
               STRING "  LITROS     " W-LIT-ED "        " W-LITB-ED
                      DELIMITED BY SIZE INTO LINREL
               PERFORM REF-IMP THRU REF-IMP-FIM.
           ADD 1 TO W-IX
           GO TO REF-CONF-CAT.
       REF-CONF-RES.
           MOVE SPACES TO LINREL
           PERFORM REF-IMP THRU REF-IMP-FIM.
           IF W-DIVERG = ZEROS
               MOVE "RESUMO CONFERE COM OS LANCAMENTOS" TO LINREL
           ELSE
               STRING "CATEGORIAS DIVERGENTES: " W-DIVERG
                      " - RODAR O CUSTREFZ MODO R NA COMPETENCIA"
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM REF-IMP THRU REF-IMP-FIM.
           DISPLAY LINREL.
       REF-CONF-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO
      *-----------------------------------------------------------------
       REF-EOF.
           CLOSE CUSTMES ABASTEC MANUVEIC SEGURO IPVAPAG MULTA
                 RELREF IMPRESSORA.
           DISPLAY "CUSTREFZ - RELATORIO GERADO EM CUSTREFZ.TXT".
           GO TO ROT-FIM.
      *
       REF-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       REF-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO CONTROLADOR DE ESTEIRA
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
      *
      *****************************************
      * ROTINAS DO RESUMO MENSAL (CPYCMSP)    *
      *****************************************
      *
           COPY CPYCMSP.
