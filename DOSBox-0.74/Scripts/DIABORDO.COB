       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIABORDO.
      **************************************
      *  DIARIO DE BORDO DA ALOCACAO       *
      *  (SUBPROGRAMA - CADALOC)           *
      **************************************
      *----------------------------------------------------------------
      * CHAMADO PELO CADALOC NO RETORNO DO VEICULO, ANTES DA VISTORIA,
      * COM A CHAVE DA ALOCACAO (PLACA+DATA+HORA DA SAIDA), OS KM
      * RODADOS (ODOMETRO DE RETORNO - SAIDA) E O OPERADOR. MOSTRA OS
      * TRECHOS JA ANOTADOS (TRECHO.DAT, ATE 12 POR ALOCACAO) E ACEITA
      * NOVOS: DATA, ORIGEM, CIDADE DE DESTINO (UF + NOME, CONFERIDA NO
      * MUNICIP.DAT COMO NO CADCEP), MOTIVO DA TABELA MOTVIAG.DAT (SO
      * ATIVO) E KM. CADA TRECHO E GRAVADO NA HORA, ENTAO O QUE FOI
      * ANOTADO NAO SE PERDE SE O RETORNO FOR INTERROMPIDO. F2 CONCLUI
      * E SO E ACEITO COM A SOMA DOS TRECHOS BATENDO COM OS KM RODADOS
      * DENTRO DA TOLERANCIA (PARAMETRO DIARTOL, EM % DOS KM RODADOS;
      * PADRAO 5) - AI DEVOLVE W-DRESULT = S. ESC DESISTE E DEVOLVE N,
      * E O CADALOC NAO FECHA A ALOCACAO. SEM KM RODADOS NAO HA O QUE
      * ANOTAR; SEM MOTVIAG.DAT NA LOJA (TABELA AINDA NAO IMPLANTADA
      * PELO CADMOTV) O DIARIO NAO E EXIGIDO. SEM MUNICIP.DAT O
      * DESTINO NAO E CONFERIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYTRCS.
           COPY CPYMTVS.
           COPY CPYMUNS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYTRCR.
           COPY CPYMTVR.
           COPY CPYMUNR.
      *
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-TRC       PIC X(02) VALUE "00".
       77 ST-MTV       PIC X(02) VALUE "00".
       77 ST-MUN       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-MUNDISP    PIC X(01) VALUE "N".
       77 W-PARNOME    PIC X(10) VALUE SPACES.
       77 W-PARVALOR   PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU   PIC X(01) VALUE "N".
       77 W-TOLPCT     PIC 9(03)V99 VALUE 5.
       77 W-TOLKM      PIC 9(07) VALUE ZEROS.
       77 W-SOMA       PIC 9(07) VALUE ZEROS.
       77 W-DIFKM      PIC 9(07) VALUE ZEROS.
       77 W-NTRC       PIC 9(02) VALUE ZEROS.
       77 W-ULTSEQ     PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-PLACA      PIC X(07) VALUE SPACES.
       77 W-DATASAI    PIC 9(08) VALUE ZEROS.
       77 W-ULTDEST    PIC X(20) VALUE SPACES.
       77 W-KM-ED      PIC ZZZZZZ9.
       77 W-TRC-ED     PIC ZZZZ9.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
      *        TRECHO EM DIGITACAO
       01 W-NOVO.
            03 W-NVDATA     PIC 9(08).
            03 W-NVORIGEM   PIC X(20).
            03 W-NVUF       PIC X(02).
            03 W-NVDESTINO  PIC X(20).
            03 W-NVCODIBGE  PIC 9(07).
            03 W-NVMOTIVO   PIC 9(02).
            03 W-NVTIPO     PIC X(01).
            03 W-NVKM       PIC 9(05).
      *        TRECHOS JA ANOTADOS NA ALOCACAO
       01 W-TRECHOS.
            03 W-TRC OCCURS 12 TIMES.
               05 W-TRSEQ      PIC 9(02).
               05 W-TRDATA     PIC 9(08).
               05 W-TRORIGEM   PIC X(20).
               05 W-TRUF       PIC X(02).
               05 W-TRDESTINO  PIC X(20).
               05 W-TRMOTIVO   PIC 9(02).
               05 W-TRTIPO     PIC X(01).
               05 W-TRKM       PIC 9(05).
      *
       LINKAGE SECTION.
       01 W-DALOCHV     PIC X(21).
       01 W-DKMROD      PIC 9(07).
       01 W-DOPER       PIC X(12).
       01 W-DRESULT     PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-DALOCHV W-DKMROD W-DOPER W-DRESULT.
       INICIO.
                MOVE "N" TO W-DRESULT
                MOVE W-DALOCHV (1:7) TO W-PLACA
                MOVE W-DALOCHV (8:8) TO W-DATASAI
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-DKMROD = ZEROS
                   MOVE "S" TO W-DRESULT
                   GO TO ROT-FIM.
      *        SEM A TABELA DE MOTIVOS O DIARIO AINDA NAO E EXIGIDO
                OPEN INPUT MOTVIAG
                IF ST-MTV NOT = "00"
                   MOVE "S" TO W-DRESULT
                   GO TO ROT-FIM.
       DIA-OP1.
                OPEN I-O TRECHO
                IF ST-TRC NOT = "00"
                   IF ST-TRC = "30" OR ST-TRC = "35"
                      OPEN OUTPUT TRECHO
                      CLOSE TRECHO
                      GO TO DIA-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO TRECHO.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE MOTVIAG
                      GO TO ROT-FIM.
                OPEN INPUT MUNICIP
                IF ST-MUN = "00"
                   MOVE "S" TO W-MUNDISP.
      *        TOLERANCIA DA SOMA DOS TRECHOS
                MOVE "DIARTOL" TO W-PARNOME
                CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
                IF W-PARACHOU = "S"
                   MOVE W-PARVALOR TO W-TOLPCT.
                COMPUTE W-TOLKM ROUNDED = W-DKMROD * W-TOLPCT / 100.
      *
      *****************************************
      * TELA COM OS TRECHOS JA ANOTADOS       *
      *****************************************
      *
       DIA-001.
                PERFORM DIA-CARREGA THRU DIA-CARREGA-FIM
                PERFORM DIA-TELA THRU DIA-TELA-FIM.
       DIA-002.
                DISPLAY (22, 01)
                  "F1=NOVO TRECHO  F3=EXCLUI O ULTIMO  F2=CONCLUI"
                DISPLAY (22, 48) "  ESC=DESISTE"
                ACCEPT (22, 70) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO DIA-DESISTE.
                IF W-ACT = TEC-F1
                   GO TO INC-001.
                IF W-ACT = TEC-F3
                   GO TO EXC-001.
                IF W-ACT NOT = TEC-F2
                   GO TO DIA-002.
      *        CONCLUSAO: A SOMA TEM DE BATER COM O ODOMETRO
                IF W-DIFKM > W-TOLKM
                   MOVE "*** SOMA DOS TRECHOS NAO BATE COM OS KM ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DIA-002.
                MOVE "S" TO W-DRESULT
                GO TO DIA-FECHA.
      *
      *****************************************
      * NOVO TRECHO                           *
      *****************************************
      *
       INC-001.
                IF W-NTRC = 12 OR W-ULTSEQ = 99
                   MOVE "*** LIMITE DE 12 TRECHOS POR ALOCACAO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DIA-002.
                MOVE W-HOJE    TO W-NVDATA
                MOVE W-ULTDEST TO W-NVORIGEM
                MOVE SPACES    TO W-NVUF W-NVDESTINO W-NVTIPO
                MOVE ZEROS     TO W-NVCODIBGE W-NVMOTIVO W-NVKM
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 48) "             "
                DISPLAY (19, 01) "DATA (AAAAMMDD): "
                DISPLAY (19, 30) "ORIGEM : "
                DISPLAY (20, 01) "UF: "
                DISPLAY (20, 10) "DESTINO: "
                DISPLAY (21, 01) "MOTIVO: "
                DISPLAY (21, 40) "KM: ".
       INC-002.
                ACCEPT (19, 18) W-NVDATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO DIA-001.
                IF W-NVDATA < W-DATASAI OR W-NVDATA > W-HOJE
                   MOVE "*** DATA FORA DO PERIODO DA ALOCACAO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (19, 39) W-NVORIGEM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-002.
                IF W-NVORIGEM = SPACES
                   MOVE "*** ORIGEM E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (20, 05) W-NVUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-003.
                IF W-NVUF = SPACES
                   MOVE "*** UF E OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (20, 19) W-NVDESTINO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-004.
                IF W-NVDESTINO = SPACES
                   MOVE "*** DESTINO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-MUNDISP NOT = "S"
                   GO TO INC-006.
                MOVE W-NVUF      TO MUN-UF
                MOVE W-NVDESTINO TO MUN-NOME
                READ MUNICIP KEY IS MUNCHAVE2
                IF ST-MUN NOT = "00"
                   MOVE "*** CIDADE NAO CONSTA NO MUNICIP.DAT ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE MUN-NOME    TO W-NVDESTINO
                MOVE MUN-CODIBGE TO W-NVCODIBGE
                DISPLAY (20, 19) W-NVDESTINO.
       INC-006.
                ACCEPT (21, 09) W-NVMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
                DISPLAY (21, 12) "                    "
                MOVE W-NVMOTIVO TO MTV-COD
                READ MOTVIAG
                IF ST-MTV NOT = "00"
                   MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF MTV-SITUACAO = "I"
                   MOVE "*** MOTIVO INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE MTV-TIPO TO W-NVTIPO
                DISPLAY (21, 12) MTV-DESC.
       INC-007.
                ACCEPT (21, 44) W-NVKM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-006.
                IF W-NVKM = ZEROS
                   MOVE "*** KM DO TRECHO E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-WR1.
                MOVE W-DALOCHV   TO TRC-ALOCHAVE
                COMPUTE TRC-SEQ = W-ULTSEQ + 1
                MOVE W-NVDATA    TO TRC-DATA
                MOVE W-NVORIGEM  TO TRC-ORIGEM
                MOVE W-NVUF      TO TRC-UF
                MOVE W-NVDESTINO TO TRC-DESTINO
                MOVE W-NVCODIBGE TO TRC-CODIBGE
                MOVE W-NVMOTIVO  TO TRC-MOTIVO
                MOVE W-NVTIPO    TO TRC-TIPO
                MOVE W-NVKM      TO TRC-KM
                MOVE W-DOPER     TO TRC-OPERADOR
                WRITE REGTRC
                IF ST-TRC = "00" OR "02"
                   GO TO DIA-001.
                MOVE "ERRO NA GRAVACAO DO TRECHO.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIA-001.
      *
      *****************************************
      * EXCLUSAO DO ULTIMO TRECHO ANOTADO     *
      *****************************************
      *
       EXC-001.
                IF W-NTRC = ZEROS
                   MOVE "*** NENHUM TRECHO ANOTADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DIA-002.
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 48) "             "
                DISPLAY (22, 01) "EXCLUI O TRECHO"
                DISPLAY (22, 17) W-ULTSEQ
                DISPLAY (22, 20) "(S/N): "
                MOVE "N" TO W-OPCAO
                ACCEPT (22, 27) W-OPCAO WITH UPDATE
                DISPLAY (22, 01) LIMPA
                IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                   GO TO DIA-002.
                MOVE W-DALOCHV TO TRC-ALOCHAVE
                MOVE W-ULTSEQ  TO TRC-SEQ
                DELETE TRECHO RECORD
                IF ST-TRC NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO TRECHO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO DIA-001.
      *
       DIA-DESISTE.
                MOVE "*** DIARIO DE BORDO NAO CONCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DIA-FECHA.
                CLOSE TRECHO MOTVIAG.
                IF W-MUNDISP = "S"
                   CLOSE MUNICIP.
       ROT-FIM.
                GOBACK.
      *
      *****************************************
      * CARGA DOS TRECHOS DA ALOCACAO E DA    *
      * SOMA CONTRA OS KM RODADOS             *
      *****************************************
      *
       DIA-CARREGA.
                MOVE ZEROS TO W-NTRC W-ULTSEQ W-SOMA
                MOVE SPACES TO W-ULTDEST
                MOVE W-DALOCHV TO TRC-ALOCHAVE
                MOVE ZEROS TO TRC-SEQ
                START TRECHO KEY IS NOT LESS THAN TRC-CHAVE
                IF ST-TRC NOT = "00"
                   GO TO DIA-CARREGA-DIF.
       DIA-CARREGA-LER.
                READ TRECHO NEXT RECORD
                IF ST-TRC NOT = "00"
                   GO TO DIA-CARREGA-DIF.
                IF TRC-ALOCHAVE NOT = W-DALOCHV
                   GO TO DIA-CARREGA-DIF.
                ADD 1 TO W-NTRC
                MOVE TRC-SEQ     TO W-TRSEQ (W-NTRC) W-ULTSEQ
                MOVE TRC-DATA    TO W-TRDATA (W-NTRC)
                MOVE TRC-ORIGEM  TO W-TRORIGEM (W-NTRC)
                MOVE TRC-UF      TO W-TRUF (W-NTRC)
                MOVE TRC-DESTINO TO W-TRDESTINO (W-NTRC) W-ULTDEST
                MOVE TRC-MOTIVO  TO W-TRMOTIVO (W-NTRC)
                MOVE TRC-TIPO    TO W-TRTIPO (W-NTRC)
                MOVE TRC-KM      TO W-TRKM (W-NTRC)
                ADD TRC-KM TO W-SOMA
                IF W-NTRC < 12
                   GO TO DIA-CARREGA-LER.
       DIA-CARREGA-DIF.
                IF W-SOMA > W-DKMROD
                   COMPUTE W-DIFKM = W-SOMA - W-DKMROD
                ELSE
                   COMPUTE W-DIFKM = W-DKMROD - W-SOMA.
       DIA-CARREGA-FIM.
                EXIT.
      *
      *****************************************
      * MONTAGEM DA TELA                      *
      *****************************************
      *
       DIA-TELA.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "DIARIO DE BORDO - PLACA"
                DISPLAY (01, 34) W-PLACA
                MOVE W-DKMROD TO W-KM-ED
                DISPLAY (02, 01) "KM RODADOS:"
                DISPLAY (02, 13) W-KM-ED
                MOVE W-TOLKM TO W-KM-ED
                DISPLAY (02, 25) "TOLERANCIA (KM):"
                DISPLAY (02, 42) W-KM-ED
                DISPLAY (03, 01) "SQ DATA     ORIGEM"
                DISPLAY (03, 34) "UF DESTINO"
                DISPLAY (03, 58) "MT T    KM"
                MOVE ZEROS TO W-IX.
       DIA-TELA-LIN.
                ADD 1 TO W-IX
                IF W-IX > W-NTRC
                   GO TO DIA-TELA-TOT.
                COMPUTE W-LIN = W-IX + 3
                DISPLAY (W-LIN, 01) W-TRSEQ (W-IX)
                DISPLAY (W-LIN, 04) W-TRDATA (W-IX)
                DISPLAY (W-LIN, 13) W-TRORIGEM (W-IX)
                DISPLAY (W-LIN, 34) W-TRUF (W-IX)
                DISPLAY (W-LIN, 37) W-TRDESTINO (W-IX)
                DISPLAY (W-LIN, 58) W-TRMOTIVO (W-IX)
                DISPLAY (W-LIN, 61) W-TRTIPO (W-IX)
                MOVE W-TRKM (W-IX) TO W-TRC-ED
                DISPLAY (W-LIN, 63) W-TRC-ED
                GO TO DIA-TELA-LIN.
       DIA-TELA-TOT.
                IF W-NTRC = ZEROS
                   DISPLAY (04, 01) "NENHUM TRECHO ANOTADO".
                MOVE W-SOMA TO W-KM-ED
                DISPLAY (17, 01) "SOMA DOS TRECHOS:"
                DISPLAY (17, 19) W-KM-ED
                MOVE W-DIFKM TO W-KM-ED
                IF W-SOMA < W-DKMROD
                   DISPLAY (17, 30) "FALTAM:"
                ELSE
                   DISPLAY (17, 30) "SOBRAM:".
                DISPLAY (17, 38) W-KM-ED.
       DIA-TELA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
       FIM-ROT-TEMPO.
