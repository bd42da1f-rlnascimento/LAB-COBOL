       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISCX.
      **************************************
      *  CAIXA DE AVISOS DO OPERADOR       *
      *  (SUBPROGRAMA - CPYOPER)           *
      **************************************
      *----------------------------------------------------------------
      * CHAMADO PELO CPYOPER LOGO DEPOIS DA ENTRADA DO OPERADOR, COM O
      * CODIGO, O NIVEL E A FILIAL DA SESSAO. LE EM AVISO.DAT (GRAVADO
      * PELO AVISGRV) OS AVISOS PENDENTES DO OPERADOR, DO NIVEL DELE
      * (O SUPERVISOR VE TAMBEM OS DO NIVEL O) E DA FILIAL DA SESSAO.
      * A JANELA SO ABRE QUANDO HA ALGUM AVISO AINDA NAO LIDO - E AI
      * MOSTRA TODOS OS PENDENTES, DA PRIORIDADE ALTA PARA A BAIXA, 6
      * POR VEZ, MARCANDO COMO LIDOS OS NOVOS QUE APARECERAM (ASSIM A
      * JANELA NAO SE REPETE EM CADA PROGRAMA ABERTO NO DIA). O
      * OPERADOR DIGITA O NUMERO DO AVISO PARA CONCLUI-LO (FICA COM A
      * DATA E O CODIGO DE QUEM CONCLUIU); 00 OU ESC FECHA A JANELA.
      * AVISO NAO LIDO HA MAIS DE AVISODIAS DIAS O AVISESC ESCALA PARA
      * O NIVEL S. SEM AVISO.DAT NAO HA O QUE MOSTRAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAVSS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYAVSR.
      *
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-AVS       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-NUM        PIC 9(02) VALUE ZEROS.
       77 W-NAV        PIC 9(02) VALUE ZEROS.
       77 W-NFX        PIC 9(01) VALUE ZEROS.
       77 W-IF         PIC 9(01) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-PASSE      PIC 9(01) VALUE ZEROS.
       77 W-TOTPEND    PIC 9(05) VALUE ZEROS.
       77 W-NNOVO      PIC 9(05) VALUE ZEROS.
       77 W-MAIS       PIC 9(05) VALUE ZEROS.
       77 W-MAIS-ED    PIC ZZZZ9.
       77 W-FILX       PIC X(12) VALUE SPACES.
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
            03 W-DTAUXANO   PIC 9(04).
            03 W-DTAUXMES   PIC 9(02).
            03 W-DTAUXDIA   PIC 9(02).
       01 W-DTED.
            03 W-DTEDDIA    PIC 9(02).
            03 FILLER       PIC X(01) VALUE "/".
            03 W-DTEDMES    PIC 9(02).
            03 FILLER       PIC X(01) VALUE "/".
            03 W-DTEDANO    PIC 9(04).
      *        MOLDURA DA JANELA (COLUNAS 2 A 79)
       01 W-TRACO.
            03 FILLER       PIC X(01) VALUE "+".
            03 FILLER       PIC X(76) VALUE ALL "-".
            03 FILLER       PIC X(01) VALUE "+".
       01 W-LINBOX.
            03 FILLER       PIC X(01) VALUE "|".
            03 FILLER       PIC X(76) VALUE SPACES.
            03 FILLER       PIC X(01) VALUE "|".
      *        CAIXAS LIDAS: OPERADOR, NIVEL (S LE TAMBEM O) E FILIAL
       01 W-FAIXAS.
            03 W-FX OCCURS 4 TIMES.
               05 W-FXTIPO     PIC X(01).
               05 W-FXDEST     PIC X(12).
      *        AVISOS NA JANELA
       01 W-AVISOS.
            03 W-AV OCCURS 6 TIMES.
               05 W-AVCHAVE    PIC X(25).
               05 W-AVPRIOR    PIC 9(01).
               05 W-AVDATA     PIC 9(08).
               05 W-AVPROG     PIC X(08).
               05 W-AVCHREG    PIC X(35).
               05 W-AVTEXTO    PIC X(60).
               05 W-AVNOVO     PIC X(01).
               05 W-AVESCAL    PIC X(01).
      *
       LINKAGE SECTION.
       01 W-COPER       PIC X(12).
       01 W-CNIVEL      PIC X(01).
       01 W-CFILIAL     PIC 9(02).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-COPER W-CNIVEL W-CFILIAL.
       INICIO.
                IF W-COPER = SPACES
                   GO TO ROT-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                OPEN I-O AVISO
                IF ST-AVS NOT = "00"
                   GO TO ROT-FIM.
                MOVE ZEROS TO W-NFX
                ADD 1 TO W-NFX
                MOVE "O"     TO W-FXTIPO (W-NFX)
                MOVE W-COPER TO W-FXDEST (W-NFX)
                ADD 1 TO W-NFX
                MOVE "N"      TO W-FXTIPO (W-NFX)
                MOVE W-CNIVEL TO W-FXDEST (W-NFX)
                IF W-CNIVEL = "S"
                   ADD 1 TO W-NFX
                   MOVE "N" TO W-FXTIPO (W-NFX)
                   MOVE "O" TO W-FXDEST (W-NFX).
                MOVE W-CFILIAL TO W-FILX
                ADD 1 TO W-NFX
                MOVE "F"    TO W-FXTIPO (W-NFX)
                MOVE W-FILX TO W-FXDEST (W-NFX).
      *        SO ABRE A JANELA SE HA ALGUM AVISO NOVO
                PERFORM AVC-CARGA THRU AVC-CARGA-FIM
                IF W-NNOVO = ZEROS
                   GO TO AVC-FECHA.
      *
      *****************************************
      * JANELA DE AVISOS                      *
      *****************************************
      *
       AVC-001.
                PERFORM AVC-TELA THRU AVC-TELA-FIM.
       AVC-002.
                MOVE ZEROS TO W-NUM
                ACCEPT (20, 53) W-NUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC OR W-NUM = ZEROS
                   GO TO AVC-SAI.
                IF W-NUM > W-NAV
                   MOVE "*** NUMERO DE AVISO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AVC-002.
      *        CONCLUSAO DO AVISO ESCOLHIDO
                MOVE W-AVCHAVE (W-NUM) TO AVS-CHAVE
                READ AVISO
                IF ST-AVS NOT = "00"
                   MOVE "*** AVISO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AVC-003.
                IF AVS-SITU = "C"
                   GO TO AVC-003.
                MOVE "C"     TO AVS-SITU
                MOVE W-HOJE  TO AVS-CONCDT
                MOVE W-COPER TO AVS-CONCOPR
                REWRITE REGAVS
                IF ST-AVS NOT = "00" AND ST-AVS NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO AVISO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AVC-003.
                MOVE "*** AVISO CONCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AVC-003.
                PERFORM AVC-CARGA THRU AVC-CARGA-FIM
                IF W-NAV = ZEROS
                   GO TO AVC-SAI.
                GO TO AVC-001.
      *
       AVC-SAI.
                DISPLAY (01, 01) ERASE.
       AVC-FECHA.
                CLOSE AVISO.
       ROT-FIM.
                GOBACK.
      *
      *****************************************
      * CARGA DOS AVISOS PENDENTES, UMA       *
      * PASSADA POR PRIORIDADE                *
      *****************************************
      *
       AVC-CARGA.
                MOVE ZEROS TO W-NAV W-TOTPEND W-NNOVO
                MOVE 1 TO W-PASSE.
       AVC-CARGA-PASSE.
                MOVE ZEROS TO W-IF.
       AVC-CARGA-FX.
                ADD 1 TO W-IF
                IF W-IF > W-NFX
                   GO TO AVC-CARGA-PROX.
                MOVE W-FXTIPO (W-IF) TO AVS-DTIPO
                MOVE W-FXDEST (W-IF) TO AVS-DEST
                MOVE ZEROS TO AVS-DATA AVS-SEQ
                START AVISO KEY IS NOT LESS THAN AVS-CHAVE
                IF ST-AVS NOT = "00"
                   GO TO AVC-CARGA-FX.
       AVC-CARGA-LER.
                READ AVISO NEXT RECORD
                IF ST-AVS NOT = "00"
                   GO TO AVC-CARGA-FX.
                IF AVS-DTIPO NOT = W-FXTIPO (W-IF)
                   OR AVS-DEST NOT = W-FXDEST (W-IF)
                   GO TO AVC-CARGA-FX.
                IF AVS-SITU = "C"
                   GO TO AVC-CARGA-LER.
      *        PRIORIDADE FORA DE 1 A 3 ENTRA COMO BAIXA
                IF W-PASSE < 3 AND AVS-PRIOR NOT = W-PASSE
                   GO TO AVC-CARGA-LER.
                IF W-PASSE = 3 AND AVS-PRIOR > 0 AND AVS-PRIOR < 3
                   GO TO AVC-CARGA-LER.
                ADD 1 TO W-TOTPEND
                IF AVS-SITU = "N"
                   ADD 1 TO W-NNOVO.
                IF W-NAV = 6
                   GO TO AVC-CARGA-LER.
                ADD 1 TO W-NAV
                MOVE AVS-CHAVE  TO W-AVCHAVE (W-NAV)
                MOVE AVS-PRIOR  TO W-AVPRIOR (W-NAV)
                MOVE AVS-DATA   TO W-AVDATA (W-NAV)
                MOVE AVS-PROG   TO W-AVPROG (W-NAV)
                MOVE AVS-CHREG  TO W-AVCHREG (W-NAV)
                MOVE AVS-TEXTO  TO W-AVTEXTO (W-NAV)
                MOVE AVS-ESCAL  TO W-AVESCAL (W-NAV)
                MOVE "N" TO W-AVNOVO (W-NAV)
                IF AVS-SITU NOT = "N"
                   GO TO AVC-CARGA-LER.
      *        APARECEU NA JANELA: PASSA A LIDO
                MOVE "S"     TO W-AVNOVO (W-NAV)
                MOVE "L"     TO AVS-SITU
                MOVE W-HOJE  TO AVS-LIDODT
                MOVE W-COPER TO AVS-LIDOPR
                REWRITE REGAVS
                GO TO AVC-CARGA-LER.
       AVC-CARGA-PROX.
                ADD 1 TO W-PASSE
                IF W-PASSE < 4
                   GO TO AVC-CARGA-PASSE.
       AVC-CARGA-FIM.
                EXIT.
      *
      *****************************************
      * MONTAGEM DA JANELA - DUAS LINHAS POR  *
      * AVISO, LINHAS 4 A 21                  *
      *****************************************
      *
       AVC-TELA.
                DISPLAY (04, 02) W-TRACO
                MOVE 4 TO W-LIN.
       AVC-TELA-BOX.
                ADD 1 TO W-LIN
                IF W-LIN < 21
                   DISPLAY (W-LIN, 02) W-LINBOX
                   GO TO AVC-TELA-BOX.
                DISPLAY (21, 02) W-TRACO
                DISPLAY (05, 04) "AVISOS PENDENTES -"
                DISPLAY (05, 23) W-COPER
                DISPLAY (06, 04) "NR PRIOR DATA       PROGRAMA"
                DISPLAY (06, 33) "REGISTRO"
                MOVE ZEROS TO W-IX.
       AVC-TELA-LIN.
                ADD 1 TO W-IX
                IF W-IX > W-NAV
                   GO TO AVC-TELA-RODAPE.
                COMPUTE W-LIN = W-IX * 2 + 5
                DISPLAY (W-LIN, 04) W-IX
                IF W-AVPRIOR (W-IX) = 1
                   DISPLAY (W-LIN, 07) "ALTA "
                ELSE
                   IF W-AVPRIOR (W-IX) = 2
                      DISPLAY (W-LIN, 07) "MEDIA"
                   ELSE
                      DISPLAY (W-LIN, 07) "BAIXA".
                MOVE W-AVDATA (W-IX) TO W-DTAUX
                MOVE W-DTAUXDIA TO W-DTEDDIA
                MOVE W-DTAUXMES TO W-DTEDMES
                MOVE W-DTAUXANO TO W-DTEDANO
                DISPLAY (W-LIN, 13) W-DTED
                DISPLAY (W-LIN, 24) W-AVPROG (W-IX)
                DISPLAY (W-LIN, 33) W-AVCHREG (W-IX) (1:20)
                IF W-AVNOVO (W-IX) = "S"
                   DISPLAY (W-LIN, 54) "NOVO".
                IF W-AVESCAL (W-IX) = "S"
                   DISPLAY (W-LIN, 59) "ESCALADO".
                ADD 1 TO W-LIN
                DISPLAY (W-LIN, 07) W-AVTEXTO (W-IX)
                GO TO AVC-TELA-LIN.
       AVC-TELA-RODAPE.
                IF W-TOTPEND > W-NAV
                   COMPUTE W-MAIS = W-TOTPEND - W-NAV
                   MOVE W-MAIS TO W-MAIS-ED
                   DISPLAY (19, 04) "MAIS"
                   DISPLAY (19, 09) W-MAIS-ED
                   DISPLAY (19, 15) "PENDENTE(S) - CONCLUA ESTES PARA"
                   DISPLAY (19, 48) "VER OS DEMAIS".
                DISPLAY (20, 04)
                  "NUMERO DO AVISO PARA CONCLUIR (00/ESC = SAIR): ".
       AVC-TELA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
       FIM-ROT-TEMPO.
