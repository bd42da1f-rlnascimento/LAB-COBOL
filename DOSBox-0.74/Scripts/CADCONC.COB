       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONC.
      **************************************
      *  PENDENCIAS DA CONCILIACAO         *
      *  BANCARIA (CONCPEN.DAT)            *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR DIGITA A CONTA BANCARIA (CADBANCO) E A TELA MOSTRA,
      * UMA A UMA, AS PENDENCIAS DEIXADAS PELO CONCBCO: LADO E =
      * LANCAMENTO DO EXTRATO SEM PAR NO LIVRO, LADO L = MOVIMENTO DO
      * LIVRO QUE NAO APARECEU NO BANCO. AS JA ACERTADAS NO LIVRO NAO
      * APARECEM. ENTER PASSA PARA A PROXIMA, F2 RESOLVE E ESC VOLTA.
      * PARA RESOLVER, O OPERADOR ESCOLHE UM MOTIVO (CPYMOTW) VALIDO
      * PARA O LADO E DIGITA UMA OBSERVACAO. MOTIVO DO TIPO L ACERTA O
      * LIVRO (PEN-SITUACAO L; NO LADO E O LANCAMENTO DO EXTRATO FICA
      * COM EXT-SITUACAO L E PASSA A ENTRAR NO SALDO DO LIVRO DO
      * RELCONC); MOTIVO DO TIPO J SO JUSTIFICA (PEN-SITUACAO J) E A
      * PENDENCIA CONTINUA ESPERANDO O PAR NO PROXIMO EXTRATO. FICAM
      * GRAVADOS O OPERADOR E A DATA, E TODA RESOLUCAO VAI PARA O
      * AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPENS.
           COPY CPYBCOS.
           COPY CPYEXTS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPENR.
           COPY CPYBCOR.
           COPY CPYEXTR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PEN       PIC X(02) VALUE "00".
       77 ST-BCO       PIC X(02) VALUE "00".
       77 ST-EXT       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE8      PIC 9(08) VALUE ZEROS.
       77 W-EXTDISP    PIC X(01) VALUE "N".
       77 W-BANCO      PIC 9(02) VALUE ZEROS.
       77 W-QTDPEN     PIC 9(04) VALUE ZEROS.
       77 W-RESCNT     PIC 9(04) VALUE ZEROS.
       77 W-MOTIVO     PIC 9(02) VALUE ZEROS.
       77 W-OBS        PIC X(30) VALUE SPACES.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-VAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           COPY CPYMOTW.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==CONCPEN==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO CONCPEN SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO CONCPEN.DAT"==
                   ==ST-ERRO== BY ==ST-PEN==.
       INC-OP1.
                OPEN INPUT BANCO
                IF ST-BCO NOT = "00"
                   MOVE "** SEM CONTAS BANCARIAS - VER O CADBANCO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CONCPEN
                   GO TO ROT-FIM.
                MOVE "N" TO W-EXTDISP
                OPEN I-O EXTRATO
                IF ST-EXT = "00"
                   MOVE "S" TO W-EXTDISP.
                PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-DATAUD TO W-HOJE8
                MOVE ZEROS TO W-BANCO W-QTDPEN
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15)
                   "CONCILIACAO BANCARIA - PENDENCIAS"
                DISPLAY (03, 01) "CONTA BANCARIA  : "
                DISPLAY (05, 01) "LADO            : "
                DISPLAY (06, 01) "DATA            : "
                DISPLAY (07, 01) "TIPO            : "
                DISPLAY (08, 01) "VALOR           : "
                DISPLAY (09, 01) "DESCRICAO       : "
                DISPLAY (10, 01) "REFERENCIA      : "
                DISPLAY (11, 01) "SITUACAO        : "
                DISPLAY (13, 01) "MOTIVO          : "
                DISPLAY (14, 01) "OBSERVACAO      : "
                DISPLAY (15, 01) "RESOLVIDA POR   : ".
       INC-002.
                ACCEPT (03, 19) W-BANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                MOVE W-BANCO TO BCO-COD
                READ BANCO
                IF ST-BCO NOT = "00"
                   MOVE "*** CONTA BANCARIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (03, 22) BCO-NOME
                DISPLAY (03, 43) BCO-CONTA
                MOVE W-BANCO    TO PEN-BANCO
                MOVE SPACES     TO PEN-LADO
                MOVE LOW-VALUES TO PEN-REF
                START CONCPEN KEY IS NOT LESS THAN PEN-CHAVE
                   INVALID KEY GO TO LST-FIM.
      *
      *****************************************
      * PROXIMA PENDENCIA DA CONTA            *
      *****************************************
      *
       LST-001.
                READ CONCPEN NEXT RECORD
                   AT END GO TO LST-FIM.
                IF PEN-BANCO NOT = W-BANCO
                   GO TO LST-FIM.
                IF PEN-SITUACAO = "L"
                   GO TO LST-001.
                ADD 1 TO W-QTDPEN
                PERFORM PEN-MOSTRA THRU PEN-MOSTRA-FIM.
       LST-002.
                DISPLAY (23, 12)
                     "ENTER=PROXIMA   F2=RESOLVER   ESC=VOLTAR"
                ACCEPT (23, 62) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (23, 62) "  "
                IF W-ACT = TEC-ESC
                   GO TO INC-001.
                IF W-ACT = TEC-F2
                   GO TO RES-001.
                GO TO LST-001.
       LST-FIM.
                IF W-QTDPEN = ZEROS
                   MOVE "*** CONTA SEM PENDENCIAS EM ABERTO ***" TO MENS
                ELSE
                   MOVE "*** FIM DAS PENDENCIAS DA CONTA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * RESOLUCAO: MOTIVO E OBSERVACAO        *
      *****************************************
      *
       RES-001.
                MOVE PEN-MOTIVO TO W-MOTIVO
                MOVE PEN-OBS    TO W-OBS
                DISPLAY (17, 01) "MOTIVOS: 01 TARIFA  02 RENDIMENTO"
                DISPLAY (17, 35) "  03 FORA DO SISTEMA  04 EM TRANSITO"
                DISPLAY (18, 01) "         05 NAO COMPENSADO  06 ERRO"
                DISPLAY (18, 36) " DO BANCO  07 EM APURACAO"
                DISPLAY (18, 62) "  08 ESTORNO".
       RES-002.
                ACCEPT (13, 19) W-MOTIVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   PERFORM RES-LIMPA THRU RES-LIMPA-FIM
                   GO TO LST-002.
                IF W-MOTIVO = ZEROS OR W-MOTIVO > MOT-QTD
                   MOVE "*** MOTIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-002.
                MOVE W-MOTIVO TO W-IX
                IF MOT-LADO (W-IX) NOT = "A"
                   AND MOT-LADO (W-IX) NOT = PEN-LADO
                   MOVE "*** MOTIVO NAO SERVE PARA ESTE LADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-002.
                DISPLAY (13, 22) MOT-DESC (W-IX).
       RES-003.
                ACCEPT (14, 19) W-OBS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO RES-002.
                IF W-OBS = SPACES
                   MOVE "*** OBSERVACAO E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-003.
       RES-OPC.
                MOVE "S" TO W-OPCAO
                IF MOT-TIPO (W-IX) = "L"
                   DISPLAY (23, 30) "ACERTAR NO LIVRO (S/N) : "
                ELSE
                   DISPLAY (23, 30) "JUSTIFICAR      (S/N) : ".
                ACCEPT (23, 55) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO RES-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PENDENCIA NAO RESOLVIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM RES-LIMPA THRU RES-LIMPA-FIM
                   PERFORM PEN-MOSTRA THRU PEN-MOSTRA-FIM
                   GO TO LST-002.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-OPC.
       RES-WR1.
                MOVE W-MOTIVO        TO PEN-MOTIVO
                MOVE W-OBS           TO PEN-OBS
                MOVE MOT-TIPO (W-IX) TO PEN-SITUACAO
                MOVE W-OPERADOR      TO PEN-OPER
                MOVE W-HOJE8         TO PEN-DATARES
                REWRITE REGPEN
                IF ST-PEN NOT = "00" AND ST-PEN NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CONCPEN.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                MOVE "CONCPEN"    TO AUD-ARQ
                MOVE "RESOLUCAO"  TO AUD-ACAO
                MOVE PEN-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-RESCNT
                IF PEN-LADO = "E" AND PEN-SITUACAO = "L"
                   PERFORM RES-EXTRATO THRU RES-EXTRATO-FIM.
                PERFORM RES-LIMPA THRU RES-LIMPA-FIM
                PERFORM PEN-MOSTRA THRU PEN-MOSTRA-FIM
                MOVE "*** PENDENCIA RESOLVIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
      *        A LEITURA DO EXTRATO TIROU A POSICAO: VOLTA PARA A CHAVE
                START CONCPEN KEY IS GREATER THAN PEN-CHAVE
                   INVALID KEY GO TO LST-FIM.
                GO TO LST-001.
      *
      *        LANCAMENTO DO BANCO ACERTADO NO LIVRO
       RES-EXTRATO.
                IF W-EXTDISP NOT = "S"
                   GO TO RES-EXTRATO-FIM.
                MOVE PEN-REF (1:14) TO EXT-CHAVE
                READ EXTRATO
                IF ST-EXT NOT = "00"
                   MOVE "** LANCAMENTO NAO ACHADO EM EXTRATO.DAT **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-EXTRATO-FIM.
                MOVE "L"     TO EXT-SITUACAO
                MOVE W-HOJE8 TO EXT-DATALIV
                REWRITE REGEXT
                IF ST-EXT = "00" OR ST-EXT = "02"
                   MOVE "EXTRATO"    TO AUD-ARQ
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE EXT-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       RES-EXTRATO-FIM.
                EXIT.
      *
       RES-LIMPA.
                DISPLAY (17, 01) LIMPA
                DISPLAY (17, 51) "                              "
                DISPLAY (18, 01) LIMPA
                DISPLAY (18, 51) "                              "
                DISPLAY (23, 30) LIMPA.
       RES-LIMPA-FIM.
                EXIT.
      *
      *****************************************
      * PENDENCIA NA TELA                     *
      *****************************************
      *
       PEN-MOSTRA.
                IF PEN-LADO = "E"
                   DISPLAY (05, 19) "E - NO EXTRATO, SEM PAR NO LIVRO"
                ELSE
                   DISPLAY (05, 19) "L - NO LIVRO, SEM PAR NO EXTRATO".
                MOVE PEN-DATA TO W-DATAX8
                PERFORM DAT-EDITA THRU DAT-EDITA-FIM
                DISPLAY (06, 19) W-DATAED
                IF PEN-TIPO = "D"
                   DISPLAY (07, 19) "DEBITO "
                ELSE
                   DISPLAY (07, 19) "CREDITO".
                MOVE PEN-VALOR TO W-VAL-ED
                DISPLAY (08, 19) W-VAL-ED
                DISPLAY (09, 19) PEN-DESC
                DISPLAY (10, 19) PEN-REF
                IF PEN-SITUACAO = "J"
                   DISPLAY (11, 19) "JUSTIFICADA, AGUARDANDO O PAR"
                ELSE
                   DISPLAY (11, 19) "EM ABERTO                    ".
                DISPLAY (13, 19) PEN-MOTIVO
                DISPLAY (13, 22) "                            "
                IF PEN-MOTIVO > ZEROS AND PEN-MOTIVO NOT > MOT-QTD
                   MOVE PEN-MOTIVO TO W-IX
                   DISPLAY (13, 22) MOT-DESC (W-IX).
                DISPLAY (14, 19) PEN-OBS
                DISPLAY (15, 19) PEN-OPER
                DISPLAY (15, 32) "          "
                IF PEN-DATARES > ZEROS
                   MOVE PEN-DATARES TO W-DATAX8
                   PERFORM DAT-EDITA THRU DAT-EDITA-FIM
                   DISPLAY (15, 32) W-DATAED.
       PEN-MOSTRA-FIM.
                EXIT.
      *
       DAT-EDITA.
                MOVE W-DATAX-DIA TO W-DATAED-DIA
                MOVE W-DATAX-MES TO W-DATAED-MES
                MOVE W-DATAX-ANO TO W-DATAED-ANO.
       DAT-EDITA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE CONCPEN BANCO AUDITORIA
                IF W-EXTDISP = "S"
                   CLOSE EXTRATO.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - PENDENCIAS DA CONCILIACAO"
                DISPLAY "PENDENCIAS RESOLVIDAS..: " W-RESCNT
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
      *
      **********************
      * IDENTIFICACAO DO OPERADOR *
      **********************
      *
           COPY CPYOPER.
      *
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
       FIM-ROT-TEMPO.
