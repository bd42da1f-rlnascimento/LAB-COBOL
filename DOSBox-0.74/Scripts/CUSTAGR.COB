       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGR.
      **************************************
      *  ATUALIZACAO NOTURNA DO RESUMO     *
      *  MENSAL DE CUSTO DA FROTA          *
      *  (AUDIT -> CUSTMES.DAT)            *
      **************************************
      *----------------------------------------------------------------
      * JOB DA ESTEIRA: LE AS ENTRADAS DO DIA NA TRILHA (PELO INDICE
      * AUDIDX.DAT QUANDO EXISTE; SENAO, VARRENDO AUDIT.TXT, COMO O
      * DELTAEXT) E SEPARA AS PLACAS QUE TIVERAM LANCAMENTO INCLUIDO,
      * ALTERADO OU EXCLUIDO EM ABASTEC, MANUVEIC, SEGURO, IPVAPAG OU
      * MULTA. PARA CADA PLACA, OS REGISTROS DELA NO CUSTMES.DAT SAO
      * APAGADOS E REFEITOS A PARTIR DOS LANCAMENTOS (CPYCMSP) - A
      * EXCLUSAO E A CORRECAO DE VALOR SAEM CERTAS SEM GUARDAR O VALOR
      * ANTERIOR. SEM O CUSTMES.DAT ELE E CRIADO VAZIO: A CARGA INICIAL
      * (E QUALQUER ACERTO POR PERIODO) E PELO CUSTREFZ, MODO R. CARGA
      * QUE NAO PASSA PELA TRILHA (MIGFORN, MIGMULTA) PEDE O CUSTREFZ
      * DEPOIS. TERMINA COM GOBACK E RC 8 EM ERRO DE ABERTURA, PARA
      * RODAR SOB O JOBCTRL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYADXS.
           COPY CPYAUDS.
           COPY CPYCMSS.
           COPY CPYABAS.
           COPY CPYMNTS.
           COPY CPYSGS.
           COPY CPYIPGS.
           COPY CPYMLTS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYADXR.
           COPY CPYAUDR.
           COPY CPYCMSR.
           COPY CPYABAR.
           COPY CPYMNTR.
           COPY CPYSGR.
           COPY CPYIPGR.
           COPY CPYMLTR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ADX         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-CMS         PIC X(02) VALUE "00".
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-MNT         PIC X(02) VALUE "00".
       77 ST-SEG         PIC X(02) VALUE "00".
       77 ST-IPG         PIC X(02) VALUE "00".
       77 ST-MUL         PIC X(02) VALUE "00".
       77 W-ADXDISP      PIC X(01) VALUE "N".
       77 W-ENTRADAS     PIC 9(06) VALUE ZEROS.
       77 W-ARQLIN       PIC X(10) VALUE SPACES.
       77 W-CHVLIN       PIC X(20) VALUE SPACES.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-CHEIA        PIC X(01) VALUE "N".
       77 W-T1           PIC X(10) VALUE SPACES.
       77 W-T2           PIC X(10) VALUE SPACES.
       77 W-T3           PIC X(27) VALUE SPACES.
       77 W-T4           PIC X(18) VALUE SPACES.
       77 W-T5           PIC X(02) VALUE SPACES.
       77 W-T6           PIC X(10) VALUE SPACES.
       01 W-DIASEL       PIC 9(08) VALUE ZEROS.
       01 W-DIABARRA     PIC X(10) VALUE SPACES.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
      *
      *PLACAS COM LANCAMENTO MEXIDO NO DIA (ATE 500)
       01 PLA-TAB.
            03 PLA-PLACA PIC X(07) OCCURS 500 TIMES.
       77 PLA-QTD        PIC 9(03) VALUE ZEROS.
           COPY CPYCMSW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA FROM DATE YYYYMMDD.
           DISPLAY "CUSTAGR - RESUMO MENSAL DE CUSTO DA FROTA".
           DISPLAY "DIA (AAAAMMDD, ZEROS = HOJE): ".
           MOVE ZEROS TO W-DIASEL
           ACCEPT W-DIASEL.
           IF W-DIASEL = ZEROS
               MOVE W-DATA TO W-DIASEL.
           MOVE SPACES TO W-DIABARRA
           STRING W-DIASEL (7:2) "/" W-DIASEL (5:2) "/"
                  W-DIASEL (1:4)
                  DELIMITED BY SIZE INTO W-DIABARRA.
           MOVE W-DATA TO W-CMSHOJE.
           PERFORM AGR-OP0 THRU AGR-OP0-FIM.
           IF W-ADXDISP = "S"
               PERFORM AGR-PORIDX THRU AGR-PORIDX-FIM
           ELSE
               PERFORM AGR-PORTXT THRU AGR-PORTXT-FIM.
           PERFORM AGR-PLACAS THRU AGR-PLACAS-FIM.
           PERFORM AGR-FECHA THRU AGR-FECHA-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA: TRILHA, RESUMO (CRIADO SE NAO EXISTIR) E OS CINCO
      * ARQUIVOS DE LANCAMENTO
      *-----------------------------------------------------------------
       AGR-OP0.
           OPEN INPUT AUDIDX
           IF ST-ADX = "00"
               MOVE "S" TO W-ADXDISP
           ELSE
               OPEN INPUT AUDITORIA
               IF ST-AUD NOT = "00"
                   DISPLAY "NEM AUDIDX.DAT NEM AUDIT.TXT - NADA A"
                       " ATUALIZAR"
                   MOVE 8 TO RETURN-CODE
                   GO TO ROT-FIM.
           OPEN I-O CUSTMES
           IF ST-CMS = "30" OR ST-CMS = "35"
               OPEN OUTPUT CUSTMES
               CLOSE CUSTMES
               OPEN I-O CUSTMES.
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
       AGR-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CAMINHO PELO INDICE: START DIRETO NO DIA
      *-----------------------------------------------------------------
       AGR-PORIDX.
           MOVE W-DIASEL TO ADX-DATA
           MOVE LOW-VALUES TO ADX-ARQ ADX-CHREG
           MOVE ZEROS TO ADX-SEQ
           START AUDIDX KEY IS NOT LESS THAN ADX-CHAVE
           IF ST-ADX NOT = "00"
               GO TO AGR-PORIDX-FIM.
       AGR-PORIDX-LER.
           READ AUDIDX NEXT RECORD
           IF ST-ADX NOT = "00"
               GO TO AGR-PORIDX-FIM.
           IF ADX-DATA NOT = W-DIASEL
               GO TO AGR-PORIDX-FIM.
           MOVE ADX-ARQ TO W-ARQLIN
           MOVE ADX-CHREG TO W-CHVLIN
           PERFORM AGR-TRATA THRU AGR-TRATA-FIM.
           GO TO AGR-PORIDX-LER.
       AGR-PORIDX-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CAMINHO SEM INDICE: VARRE AUDIT.TXT ATRAS DO DIA
      *-----------------------------------------------------------------
       AGR-PORTXT.
           READ AUDITORIA
               AT END GO TO AGR-PORTXT-FIM.
           MOVE SPACES TO W-T1 W-T2 W-T3 W-T4 W-T5 W-T6
           UNSTRING LINAUDIT DELIMITED BY ALL " "
               INTO W-T1 W-T2 W-T3 W-T4 W-T5 W-T6.
           IF W-T6 NOT = W-DIABARRA
               GO TO AGR-PORTXT.
           MOVE W-T1 TO W-ARQLIN
           MOVE SPACES TO W-CHVLIN
           IF W-T3 (1:6) = "CHAVE="
               MOVE W-T3 (7:20) TO W-CHVLIN.
           PERFORM AGR-TRATA THRU AGR-TRATA-FIM.
           GO TO AGR-PORTXT.
       AGR-PORTXT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA ENTRADA DA TRILHA: SO OS CINCO ARQUIVOS DE CUSTO; A CHAVE
      * DE TODOS ELES COMECA PELA PLACA
      *-----------------------------------------------------------------
       AGR-TRATA.
           IF W-ARQLIN NOT = "ABASTEC" AND W-ARQLIN NOT = "MANUVEIC"
              AND W-ARQLIN NOT = "SEGURO" AND W-ARQLIN NOT = "IPVAPAG"
              AND W-ARQLIN NOT = "MULTA"
               GO TO AGR-TRATA-FIM.
           IF W-CHVLIN (1:7) = SPACES
               GO TO AGR-TRATA-FIM.
           ADD 1 TO W-ENTRADAS.
           MOVE 1 TO W-IX.
       AGR-TRATA-LOOP.
           IF W-IX > PLA-QTD
               GO TO AGR-TRATA-NOVA.
           IF PLA-PLACA (W-IX) = W-CHVLIN (1:7)
               GO TO AGR-TRATA-FIM.
           ADD 1 TO W-IX
           GO TO AGR-TRATA-LOOP.
       AGR-TRATA-NOVA.
           IF PLA-QTD NOT < 500
               MOVE "S" TO W-CHEIA
               GO TO AGR-TRATA-FIM.
           ADD 1 TO PLA-QTD
           MOVE W-CHVLIN (1:7) TO PLA-PLACA (PLA-QTD).
       AGR-TRATA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * REFAZ O RESUMO DE CADA PLACA MEXIDA, EM TODAS AS COMPETENCIAS
      *-----------------------------------------------------------------
       AGR-PLACAS.
           MOVE "G" TO W-CMSMODO
           MOVE ZEROS TO W-CMSINI
           MOVE 999999 TO W-CMSFIM
           MOVE 1 TO W-IX.
       AGR-PLACAS-LOOP.
           IF W-IX > PLA-QTD
               GO TO AGR-PLACAS-FIM.
           MOVE PLA-PLACA (W-IX) TO W-CMSPLACA
           PERFORM CMS-LIMPA THRU CMS-LIMPA-FIM.
           PERFORM CMS-REFAZ THRU CMS-REFAZ-FIM.
           ADD 1 TO W-IX
           GO TO AGR-PLACAS-LOOP.
       AGR-PLACAS-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       AGR-FECHA.
           IF W-ADXDISP = "S"
               CLOSE AUDIDX
           ELSE
               CLOSE AUDITORIA.
           CLOSE CUSTMES ABASTEC MANUVEIC SEGURO IPVAPAG MULTA.
           DISPLAY "CUSTAGR - CUSTMES.DAT ATUALIZADO".
           DISPLAY "ENTRADAS DE CUSTO NO DIA.: " W-ENTRADAS.
           DISPLAY "PLACAS REFEITAS..........: " PLA-QTD.
           DISPLAY "LANCAMENTOS SOMADOS......: " W-CMSLANC.
           DISPLAY "ERROS DE GRAVACAO........: " W-CMSERROS.
           IF W-CHEIA = "S"
               DISPLAY "MAIS DE 500 PLACAS NO DIA - RODAR O CUSTREFZ"
                       " (MODO R) NO MES".
       AGR-FECHA-FIM.
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
