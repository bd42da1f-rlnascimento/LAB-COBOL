       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONC.
      **************************************
      *  RELATORIO DE CONCILIACAO BANCARIA *
      *  DO MES E SALDO CONCILIADO         *
      **************************************
      *----------------------------------------------------------------
      * PARA UMA CONTA BANCARIA E UMA COMPETENCIA (AAAAMM), POSTERIOR A
      * ULTIMA JA CONCILIADA (BCO-DTCONC), MOSTRA:
      *   SALDO DO BANCO - SALDO FINAL DO ULTIMO EXTRATO IMPORTADO PELO
      *     CONCBCO COM FIM ATE O ULTIMO DIA DO MES;
      *   SALDO DO LIVRO - O SALDO CONCILIADO ANTERIOR (BCO-SALDO) MAIS
      *     O MOVIMENTO DO LIVRO DEPOIS DE BCO-DTCONC ATE O FIM DO MES:
      *     DEPOSITOS DAS SESSOES DE CAIXA E CREDITOS DE BOLETOS (SO NA
      *     CONTA DE COBRANCA, CNCBANCO) MENOS AS CONTAS PAGAS PELO
      *     BANCO, MAIS OS LANCAMENTOS DO EXTRATO ACERTADOS NO LIVRO NO
      *     CADCONC (TARIFA, RENDIMENTO...) E SEM O QUE FOI ESTORNADO NO
      *     LIVRO;
      *   OS ITENS EM ABERTO DOS DOIS LADOS COM O MOTIVO DADO NO
      *     CADCONC: LANCAMENTOS DO EXTRATO SEM PAR E MOVIMENTO DO LIVRO
      *     QUE AINDA NAO APARECEU NO BANCO;
      *   A DIFERENCA NAO EXPLICADA = (BANCO - LIVRO) - (ABERTOS DO
      *     EXTRATO - ABERTOS DO LIVRO).
      * SO COM A DIFERENCA NAO EXPLICADA ZERADA O MES PODE SER FECHADO:
      * O SALDO DO LIVRO VIRA O NOVO BCO-SALDO COM BCO-DTCONC NO ULTIMO
      * DIA DO MES (E O SALDO INICIAL DO FLUXOPRJ), OS ACERTOS DE LIVRO
      * JA SOMADOS SAEM DO CONCPEN.DAT E A GRAVACAO VAI PARA O
      * AUDIT.TXT.
      * ARQUIVOS: RELCONC.TXT E O SPOOL RELCONC.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYBCOS.
           COPY CPYEXTS.
           COPY CPYPENS.
           COPY CPYBCRS.
           COPY CPYCXAS.
           COPY CPYPAGS.
           SELECT RELCNC ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYBCOR.
           COPY CPYEXTR.
           COPY CPYPENR.
           COPY CPYBCRR.
           COPY CPYCXAR.
           COPY CPYPAGR.
      *
       FD  RELCNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONC.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-BCO         PIC X(02) VALUE "00".
       77 ST-EXT         PIC X(02) VALUE "00".
       77 ST-PEN         PIC X(02) VALUE "00".
       77 ST-BCR         PIC X(02) VALUE "00".
       77 ST-CXA         PIC X(02) VALUE "00".
       77 ST-PAG         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-BCOCOB       PIC 9(02) VALUE 1.
       77 W-BANCO        PIC 9(02) VALUE ZEROS.
       77 W-DTCONC       PIC 9(08) VALUE ZEROS.
       77 W-FIMMES       PIC 9(08) VALUE ZEROS.
       77 W-DTEXT        PIC 9(08) VALUE ZEROS.
       77 W-BCRDISP      PIC X(01) VALUE "N".
       77 W-CXADISP      PIC X(01) VALUE "N".
       77 W-PAGDISP      PIC X(01) VALUE "N".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.
       77 W-RESTO        PIC 9(04) VALUE ZEROS.
       77 W-QTDEXT       PIC 9(05) VALUE ZEROS.
       77 W-QTDLIV       PIC 9(05) VALUE ZEROS.
       77 W-SALEXT       PIC S9(11)V99 VALUE ZEROS.
       77 W-SALANT       PIC S9(11)V99 VALUE ZEROS.
       77 W-ENTLIV       PIC S9(11)V99 VALUE ZEROS.
       77 W-SAILIV       PIC S9(11)V99 VALUE ZEROS.
       77 W-ACERTO       PIC S9(11)V99 VALUE ZEROS.
       77 W-ESTORNO      PIC S9(11)V99 VALUE ZEROS.
       77 W-SALLIV       PIC S9(11)V99 VALUE ZEROS.
       77 W-ABEEXT       PIC S9(11)V99 VALUE ZEROS.
       77 W-ABELIV       PIC S9(11)V99 VALUE ZEROS.
       77 W-DIFER        PIC S9(11)V99 VALUE ZEROS.
       77 W-NAOEXP       PIC S9(11)V99 VALUE ZEROS.
       77 W-ASSINADO     PIC S9(11)V99 VALUE ZEROS.
       77 W-VAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-SAL-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-PENACHOU     PIC X(01) VALUE "N".
       77 W-IX           PIC 9(02) VALUE ZEROS.
      *        COMPETENCIA E ULTIMO DIA DO MES
       01 W-COMPET.
            03 W-COMPANO     PIC 9(04).
            03 W-COMPMES     PIC 9(02).
       01 W-COMPET6 REDEFINES W-COMPET PIC 9(06).
       01 W-TABMES.
            03 FILLER        PIC X(24) VALUE "312831303130313130313031".
       01 W-TABMES-R REDEFINES W-TABMES.
            03 W-DIASMES     PIC 9(02) OCCURS 12 TIMES.
       01 W-FIMDATA.
            03 W-FIMANO      PIC 9(04).
            03 W-FIMMESN     PIC 9(02).
            03 W-FIMDIA      PIC 9(02).
       01 W-FIMDATA8 REDEFINES W-FIMDATA PIC 9(08).
      *        MOVIMENTO DO LIVRO EM EXAME
       01 W-LIVITEM.
            03 W-LDATA       PIC 9(08).
            03 W-LTIPO       PIC X(01).
            03 W-LVALOR      PIC 9(11)V99.
            03 W-LCONCIL     PIC 9(08).
            03 W-LDESC       PIC X(30).
       01 W-REFLIV.
            03 W-REFORIG     PIC X(03).
            03 W-REFCHV      PIC X(37).
      *        LINHA DE ITEM EM ABERTO
       01 W-LINITEM.
            03 W-LI-DATA     PIC 9(08).
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-TIPO     PIC X(01).
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-DESC     PIC X(30).
            03 FILLER        PIC X(01) VALUE SPACES.
            03 W-LI-MOTIVO   PIC X(20).
           COPY CPYMOTW.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELCONC - CONCILIACAO BANCARIA DO MES".
       REL-OPER.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
               GO TO REL-OPER.
           MOVE W-OPERADOR TO W-SPLOPER.
           MOVE "CNCBANCO" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
              AND W-PARVALOR < 100
               MOVE W-PARVALOR TO W-BCOCOB.
           PERFORM REL-OP0 THRU REL-OP0-FIM.
           PERFORM REL-PEDE THRU REL-PEDE-FIM.
           PERFORM REL-EXTRATO THRU REL-EXTRATO-FIM.
           PERFORM REL-LIVRO THRU REL-LIVRO-FIM.
           PERFORM REL-ACERTO THRU REL-ACERTO-FIM.
           PERFORM REL-RESUMO THRU REL-RESUMO-FIM.
           PERFORM REL-GRAVA THRU REL-GRAVA-FIM.
           GO TO REL-FECHA.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS
      *-----------------------------------------------------------------
       REL-OP0.
           OPEN I-O BANCO
           IF ST-BCO NOT = "00"
               DISPLAY "ERRO AO ABRIR BANCO.DAT - ST=" ST-BCO
               GO TO ROT-FIM.
           OPEN INPUT EXTRATO
           IF ST-EXT NOT = "00"
               DISPLAY "SEM EXTRATO.DAT - RODE ANTES O CONCBCO"
               CLOSE BANCO
               GO TO ROT-FIM.
           OPEN I-O CONCPEN
           IF ST-PEN = "30" OR ST-PEN = "35"
               OPEN OUTPUT CONCPEN
               CLOSE CONCPEN
               OPEN I-O CONCPEN.
           IF ST-PEN NOT = "00"
               DISPLAY "ERRO AO ABRIR CONCPEN.DAT - ST=" ST-PEN
               CLOSE BANCO EXTRATO
               GO TO ROT-FIM.
           OPEN INPUT BOLCRED
           IF ST-BCR = "00"
               MOVE "S" TO W-BCRDISP.
           OPEN INPUT CAIXA
           IF ST-CXA = "00"
               MOVE "S" TO W-CXADISP.
           OPEN INPUT PAGAR
           IF ST-PAG = "00"
               MOVE "S" TO W-PAGDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       REL-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONTA E COMPETENCIA
      *-----------------------------------------------------------------
       REL-PEDE.
           DISPLAY "CONTA BANCARIA (CADBANCO): ".
           MOVE ZEROS TO W-BANCO
           ACCEPT W-BANCO.
           MOVE W-BANCO TO BCO-COD
           READ BANCO
           IF ST-BCO NOT = "00"
               DISPLAY "CONTA " W-BANCO " NAO CADASTRADA"
               GO TO REL-PEDE.
           MOVE BCO-DTCONC TO W-DTCONC
           MOVE BCO-SALDO  TO W-SALANT.
       REL-PEDE-COMP.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           MOVE ZEROS TO W-COMPET6
           ACCEPT W-COMPET6.
           IF W-COMPMES < 1 OR W-COMPMES > 12 OR W-COMPANO < 1900
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO REL-PEDE-COMP.
           MOVE W-COMPANO TO W-FIMANO
           MOVE W-COMPMES TO W-FIMMESN
           MOVE W-DIASMES (W-COMPMES) TO W-FIMDIA
           IF W-COMPMES = 2
               DIVIDE W-COMPANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
               IF W-RESTO = ZEROS
                   MOVE 29 TO W-FIMDIA.
           IF W-COMPMES = 2 AND W-FIMDIA = 29
               DIVIDE W-COMPANO BY 100 GIVING W-QUOC REMAINDER W-RESTO
               IF W-RESTO = ZEROS
                   DIVIDE W-COMPANO BY 400 GIVING W-QUOC
                       REMAINDER W-RESTO
                   IF W-RESTO NOT = ZEROS
                       MOVE 28 TO W-FIMDIA.
           MOVE W-FIMDATA8 TO W-FIMMES
           IF W-FIMMES NOT > W-DTCONC
               DISPLAY "CONTA JA CONCILIADA ATE " W-DTCONC
               GO TO REL-PEDE-COMP.
           OPEN OUTPUT RELCNC
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCONC.TXT - ST=" ST-REL
               GO TO ROT-FIM.
           MOVE "RELCONC.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELCONC " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "CONCILIACAO BANCARIA - CONTA " W-BANCO " "
                  BCO-NOME " - COMPETENCIA " W-COMPMES "/" W-COMPANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "AGENCIA " BCO-AGENCIA " CONTA " BCO-CONTA
                  "   ULTIMA CONCILIACAO: " W-DTCONC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
       REL-PEDE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * EXTRATO: SALDO DO BANCO NO FIM DO MES E LANCAMENTOS SEM PAR
      *-----------------------------------------------------------------
       REL-EXTRATO.
           MOVE W-BANCO TO EXT-BANCO
           MOVE ZEROS   TO EXT-DATA EXT-SEQ
           START EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
               INVALID KEY GO TO REL-EXTRATO-FIM.
       REL-EXTRATO-CAB.
           READ EXTRATO NEXT RECORD
               AT END GO TO REL-EXTRATO-ITENS.
           IF EXT-BANCO NOT = W-BANCO
               GO TO REL-EXTRATO-ITENS.
           IF EXT-SEQ = ZEROS AND EXH-DATAFIM NOT > W-FIMMES
              AND EXH-DATAFIM > W-DTEXT
               MOVE EXH-DATAFIM TO W-DTEXT
               MOVE EXH-SALFIM  TO W-SALEXT.
           GO TO REL-EXTRATO-CAB.
      *        SO O QUE ESTA DENTRO DO SALDO DO BANCO ACHADO ACIMA
       REL-EXTRATO-ITENS.
           MOVE SPACES TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE "NO EXTRATO E NAO NO LIVRO:" TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-BANCO TO EXT-BANCO
           MOVE ZEROS   TO EXT-DATA EXT-SEQ
           START EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
               INVALID KEY GO TO REL-EXTRATO-FIM.
       REL-EXTRATO-LER.
           READ EXTRATO NEXT RECORD
               AT END GO TO REL-EXTRATO-FIM.
           IF EXT-BANCO NOT = W-BANCO OR EXT-DATA > W-DTEXT
               GO TO REL-EXTRATO-FIM.
           IF EXT-SEQ = ZEROS OR EXT-SITUACAO NOT = "P"
               GO TO REL-EXTRATO-LER.
           ADD 1 TO W-QTDEXT
           IF EXT-TIPO = "D"
               SUBTRACT EXT-VALOR FROM W-ABEEXT
           ELSE
               ADD EXT-VALOR TO W-ABEEXT.
           MOVE W-BANCO   TO PEN-BANCO
           MOVE "E"       TO PEN-LADO
           MOVE EXT-CHAVE TO PEN-REF
           PERFORM REL-MOTIVO THRU REL-MOTIVO-FIM.
           MOVE EXT-DATA  TO W-LI-DATA
           MOVE EXT-TIPO  TO W-LI-TIPO
           MOVE EXT-VALOR TO W-LI-VALOR
           MOVE EXT-HIST  TO W-LI-DESC
           MOVE W-LINITEM TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           GO TO REL-EXTRATO-LER.
       REL-EXTRATO-FIM.
           EXIT.
      *
      *        MOTIVO DA PENDENCIA DE CHAVE EM PEN-CHAVE
       REL-MOTIVO.
           MOVE "N"    TO W-PENACHOU
           MOVE SPACES TO W-LI-MOTIVO
           READ CONCPEN
           IF ST-PEN NOT = "00"
               MOVE "SEM PENDENCIA" TO W-LI-MOTIVO
               GO TO REL-MOTIVO-FIM.
           MOVE "S" TO W-PENACHOU
           IF PEN-MOTIVO = ZEROS OR PEN-MOTIVO > MOT-QTD
               MOVE "SEM MOTIVO" TO W-LI-MOTIVO
               GO TO REL-MOTIVO-FIM.
           MOVE PEN-MOTIVO TO W-IX
           MOVE MOT-DESC (W-IX) TO W-LI-MOTIVO.
       REL-MOTIVO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LIVRO: MOVIMENTO DO MES E O QUE AINDA NAO APARECEU NO BANCO
      *-----------------------------------------------------------------
       REL-LIVRO.
           MOVE SPACES TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE "NO LIVRO E NAO NO EXTRATO:" TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           IF W-PAGDISP NOT = "S"
               GO TO REL-LIVRO-BOL.
           MOVE LOW-VALUES TO PAG-CHAVE
           START PAGAR KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY GO TO REL-LIVRO-BOL.
       REL-LIVRO-PAG.
           READ PAGAR NEXT RECORD
               AT END GO TO REL-LIVRO-BOL.
           IF PAG-SITUACAO NOT = "P" OR PAG-FORMA NOT = "B"
              OR PAG-BANCO NOT = W-BANCO
               GO TO REL-LIVRO-PAG.
           MOVE PAG-DATAPAG TO W-LDATA
           MOVE "D"         TO W-LTIPO
           MOVE PAG-VALOR   TO W-LVALOR
           MOVE PAG-CONCIL  TO W-LCONCIL
           MOVE PAG-FORNEC  TO W-LDESC
           MOVE "PAG"       TO W-REFORIG
           MOVE PAG-CHAVE   TO W-REFCHV
           PERFORM REL-ITEM THRU REL-ITEM-FIM.
           GO TO REL-LIVRO-PAG.
       REL-LIVRO-BOL.
           IF W-BANCO NOT = W-BCOCOB OR W-BCRDISP NOT = "S"
               GO TO REL-LIVRO-CXA.
           MOVE ZEROS TO BCR-DATA
           START BOLCRED KEY IS NOT LESS THAN BCR-DATA
               INVALID KEY GO TO REL-LIVRO-CXA.
       REL-LIVRO-BOL1.
           READ BOLCRED NEXT RECORD
               AT END GO TO REL-LIVRO-CXA.
           MOVE BCR-DATA    TO W-LDATA
           MOVE "C"         TO W-LTIPO
           MOVE BCR-VALOR   TO W-LVALOR
           MOVE BCR-CONCIL  TO W-LCONCIL
           MOVE SPACES      TO W-LDESC
           STRING "CREDITO DE " BCR-QTD " BOLETOS"
                  DELIMITED BY SIZE INTO W-LDESC
           MOVE "BOL"       TO W-REFORIG
           MOVE SPACES      TO W-REFCHV
           MOVE BCR-DATA    TO W-REFCHV
           PERFORM REL-ITEM THRU REL-ITEM-FIM.
           GO TO REL-LIVRO-BOL1.
       REL-LIVRO-CXA.
           IF W-BANCO NOT = W-BCOCOB OR W-CXADISP NOT = "S"
               GO TO REL-LIVRO-FIM.
           MOVE LOW-VALUES TO CXA-CHAVE
           START CAIXA KEY IS NOT LESS THAN CXA-CHAVE
               INVALID KEY GO TO REL-LIVRO-FIM.
       REL-LIVRO-CXA1.
           READ CAIXA NEXT RECORD
               AT END GO TO REL-LIVRO-FIM.
           IF CXA-SITUACAO NOT = "F" OR CXA-CONTADO NOT > CXA-FUNDO
               GO TO REL-LIVRO-CXA1.
           MOVE CXA-DATA    TO W-LDATA
           MOVE "C"         TO W-LTIPO
           COMPUTE W-LVALOR = CXA-CONTADO - CXA-FUNDO
           MOVE CXA-CONCIL  TO W-LCONCIL
           MOVE SPACES      TO W-LDESC
           STRING "DEPOSITO DO CAIXA " CXA-OPER
                  DELIMITED BY SIZE INTO W-LDESC
           MOVE "CXA"       TO W-REFORIG
           MOVE SPACES      TO W-REFCHV
           MOVE CXA-CHAVE   TO W-REFCHV
           PERFORM REL-ITEM THRU REL-ITEM-FIM.
           GO TO REL-LIVRO-CXA1.
       REL-LIVRO-FIM.
           EXIT.
      *
      *        UM MOVIMENTO DO LIVRO: ENTRA NO SALDO DO MES (SE DEPOIS
      *        DA ULTIMA CONCILIACAO) E NA LISTA (SE O BANCO NAO TROUXE
      *        ATE O FIM DO MES). ESTORNADO NO LIVRO NAO ENTRA; SE JA
      *        ESTAVA NO SALDO ANTERIOR, SAI DELE.
       REL-ITEM.
           IF W-LDATA > W-FIMMES
               GO TO REL-ITEM-FIM.
           IF W-LTIPO = "D"
               COMPUTE W-ASSINADO = 0 - W-LVALOR
           ELSE
               MOVE W-LVALOR TO W-ASSINADO.
           MOVE W-BANCO  TO PEN-BANCO
           MOVE "L"      TO PEN-LADO
           MOVE W-REFLIV TO PEN-REF
           PERFORM REL-MOTIVO THRU REL-MOTIVO-FIM.
           IF W-PENACHOU = "S" AND PEN-SITUACAO = "L"
               IF W-LDATA NOT > W-DTCONC
                   SUBTRACT W-ASSINADO FROM W-ESTORNO
                   GO TO REL-ITEM-FIM
               ELSE
                   GO TO REL-ITEM-FIM.
           IF W-LDATA > W-DTCONC
               IF W-LTIPO = "D"
                   ADD W-LVALOR TO W-SAILIV
               ELSE
                   ADD W-LVALOR TO W-ENTLIV.
           IF W-LCONCIL NOT = ZEROS AND W-LCONCIL NOT > W-DTEXT
               GO TO REL-ITEM-FIM.
           IF W-LCONCIL = ZEROS AND W-LDATA NOT > W-DTCONC
              AND W-PENACHOU NOT = "S"
               GO TO REL-ITEM-FIM.
           ADD 1 TO W-QTDLIV
           ADD W-ASSINADO TO W-ABELIV
           MOVE W-LDATA  TO W-LI-DATA
           MOVE W-LTIPO  TO W-LI-TIPO
           MOVE W-LVALOR TO W-LI-VALOR
           MOVE W-LDESC  TO W-LI-DESC
           MOVE W-LINITEM TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
       REL-ITEM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LANCAMENTOS DO EXTRATO ACERTADOS NO LIVRO PELO CADCONC
      *-----------------------------------------------------------------
       REL-ACERTO.
           MOVE W-BANCO    TO PEN-BANCO
           MOVE "E"        TO PEN-LADO
           MOVE LOW-VALUES TO PEN-REF
           START CONCPEN KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY GO TO REL-ACERTO-FIM.
       REL-ACERTO-LER.
           READ CONCPEN NEXT RECORD
               AT END GO TO REL-ACERTO-FIM.
           IF PEN-BANCO NOT = W-BANCO OR PEN-LADO NOT = "E"
               GO TO REL-ACERTO-FIM.
           IF PEN-SITUACAO NOT = "L" OR PEN-DATA > W-DTEXT
               GO TO REL-ACERTO-LER.
           IF PEN-TIPO = "D"
               SUBTRACT PEN-VALOR FROM W-ACERTO
           ELSE
               ADD PEN-VALOR TO W-ACERTO.
           GO TO REL-ACERTO-LER.
       REL-ACERTO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SALDOS, DIFERENCA E O QUE NAO ESTA EXPLICADO
      *-----------------------------------------------------------------
       REL-RESUMO.
           COMPUTE W-SALLIV = W-SALANT + W-ENTLIV - W-SAILIV
               + W-ACERTO + W-ESTORNO
           COMPUTE W-DIFER = W-SALEXT - W-SALLIV
           COMPUTE W-NAOEXP = W-DIFER - (W-ABEEXT - W-ABELIV)
           MOVE SPACES TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           IF W-DTEXT = ZEROS
               MOVE "SEM EXTRATO IMPORTADO ATE O FIM DO MES" TO LINREL
               PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-SALEXT TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "SALDO DO BANCO EM " W-DTEXT "..........: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-SALANT TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "SALDO CONCILIADO EM " W-DTCONC "........: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-ENTLIV TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "  (+) ENTRADAS DO LIVRO...............: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-SAILIV TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "  (-) SAIDAS DO LIVRO.................: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-ACERTO TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "  (+/-) ACERTOS DO EXTRATO NO LIVRO...: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-ESTORNO TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "  (+/-) ESTORNOS NO LIVRO.............: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-SALLIV TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "SALDO DO LIVRO EM " W-FIMMES "..........: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-DIFER TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "DIFERENCA (BANCO - LIVRO).............: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-ABEEXT TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "  ABERTOS NO EXTRATO (" W-QTDEXT ")..........: "
                  W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-ABELIV TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "  ABERTOS NO LIVRO (" W-QTDLIV ")............: "
                  W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE W-NAOEXP TO W-SAL-ED
           MOVE SPACES TO LINREL
           STRING "DIFERENCA NAO EXPLICADA...............: " W-SAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           DISPLAY "RELCONC - RESULTADO EM RELCONC.TXT".
           DISPLAY "SALDO DO BANCO..........: " W-SALEXT.
           DISPLAY "SALDO DO LIVRO..........: " W-SALLIV.
           DISPLAY "DIFERENCA NAO EXPLICADA.: " W-NAOEXP.
       REL-RESUMO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO DO MES: SO SEM DIFERENCA NAO EXPLICADA
      *-----------------------------------------------------------------
       REL-GRAVA.
           IF W-DTEXT = ZEROS OR W-NAOEXP NOT = ZEROS
               DISPLAY "MES NAO PODE SER FECHADO - SALDO NAO GRAVADO"
               GO TO REL-GRAVA-FIM.
           DISPLAY "GRAVAR SALDO CONCILIADO (S/N): ".
           MOVE "N" TO W-OPCAO
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
               DISPLAY "SALDO NAO GRAVADO"
               GO TO REL-GRAVA-FIM.
           MOVE W-BANCO TO BCO-COD
           READ BANCO
           IF ST-BCO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO BANCO.DAT - ST=" ST-BCO
               GO TO REL-GRAVA-FIM.
           MOVE W-SALLIV TO BCO-SALDO
           MOVE W-FIMMES TO BCO-DTCONC
           REWRITE REGBCO
           IF ST-BCO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO BANCO.DAT - ST=" ST-BCO
               GO TO REL-GRAVA-FIM.
           MOVE "BANCO"     TO AUD-ARQ
           MOVE "CONCILIA"  TO AUD-ACAO
           MOVE SPACES      TO AUD-CHAVE
           STRING BCO-COD "-" W-FIMMES
                  DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE SPACES TO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SALDO CONCILIADO GRAVADO EM " W-FIMMES
                  " POR " W-OPERADOR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REL-IMP THRU REL-IMP-FIM.
           DISPLAY "SALDO CONCILIADO GRAVADO".
      *        ACERTOS E ESTORNOS JA SOMADOS NO NOVO SALDO SAEM DA LISTA
           MOVE W-BANCO    TO PEN-BANCO
           MOVE LOW-VALUES TO PEN-LADO PEN-REF
           START CONCPEN KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY GO TO REL-GRAVA-FIM.
       REL-GRAVA-PEN.
           READ CONCPEN NEXT RECORD
               AT END GO TO REL-GRAVA-FIM.
           IF PEN-BANCO NOT = W-BANCO
               GO TO REL-GRAVA-FIM.
           IF PEN-SITUACAO NOT = "L" OR PEN-DATA > W-FIMMES
               GO TO REL-GRAVA-PEN.
           IF PEN-LADO = "E" AND PEN-DATA > W-DTEXT
               GO TO REL-GRAVA-PEN.
           DELETE CONCPEN RECORD
               INVALID KEY NEXT SENTENCE.
           START CONCPEN KEY IS GREATER THAN PEN-CHAVE
               INVALID KEY GO TO REL-GRAVA-FIM.
           GO TO REL-GRAVA-PEN.
       REL-GRAVA-FIM.
           EXIT.
      *
       REL-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       REL-IMP-FIM.
           EXIT.
      *
       REL-FECHA.
           CLOSE BANCO EXTRATO CONCPEN RELCNC IMPRESSORA AUDITORIA
           IF W-BCRDISP = "S"
               CLOSE BOLCRED.
           IF W-CXADISP = "S"
               CLOSE CAIXA.
           IF W-PAGDISP = "S"
               CLOSE PAGAR.
       ROT-FIM.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM (EXIGIDA POR CPYAUDP) *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
      *
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
