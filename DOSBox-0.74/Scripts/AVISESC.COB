       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISESC.
      **************************************
      *  ESCALA E LIMPA A CAIXA DE AVISOS  *
      *  DOS OPERADORES (AVISO.DAT)        *
      **************************************
      *----------------------------------------------------------------
      * JOB DA ESTEIRA: VARRE AVISO.DAT INTEIRO E
      *   - AVISO AINDA NAO LIDO (AVS-SITU N) HA MAIS DE AVISODIAS
      *     DIAS (PADRAO 3, EM DIAS COMERCIAIS) PASSA PARA A CAIXA DO
      *     NIVEL S (SUPERVISORES), COM AVS-ESCAL = S E O DESTINATARIO
      *     ORIGINAL EM AVS-ORIGEM - A DATA DO AVISO NAO MUDA, ENTAO A
      *     JANELA DO AVISCX MOSTRA HA QUANTO TEMPO ELE ESPERA;
      *   - AVISO CONCLUIDO HA MAIS DE AVISOPURG DIAS (PADRAO 90) SAI
      *     DO ARQUIVO. ATE LA O AVISGRV NAO GRAVA DE NOVO O MESMO
      *     AVISO (MESMO PROGRAMA E REGISTRO) PARA O MESMO DESTINATARIO.
      * SEM PERGUNTA NENHUMA, RODA NA ESTEIRA (JOBSTREA.TXT). SEM
      * AVISO.DAT NAO HA O QUE FAZER. TERMINA COM GOBACK E RC 8 EM
      * ERRO DE ABERTURA, PARA RODAR SOB O JOBCTRL.
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
       77 ST-AVS         PIC X(02) VALUE "00".
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-DIAS         PIC 9(03) VALUE 3.
       77 W-PURGA        PIC 9(03) VALUE 90.
       77 W-HOJEC        PIC 9(07) VALUE ZEROS.
       77 W-DATAC        PIC 9(07) VALUE ZEROS.
       77 W-IDADE        PIC S9(07) VALUE ZEROS.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-ESCALADOS    PIC 9(06) VALUE ZEROS.
       77 W-PURGADOS     PIC 9(06) VALUE ZEROS.
       77 W-ERROS        PIC 9(06) VALUE ZEROS.
       77 W-ULTSEQ       PIC 9(04) VALUE ZEROS.
       77 W-CHVANT       PIC X(25) VALUE SPACES.
       77 W-FIMARQ       PIC X(01) VALUE "N".
       01 W-HOJE.
            03 W-HOJE-ANO   PIC 9(04).
            03 W-HOJE-MES   PIC 9(02).
            03 W-HOJE-DIA   PIC 9(02).
       01 W-DTAUX        PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
            03 W-DTAUX-ANO  PIC 9(04).
            03 W-DTAUX-MES  PIC 9(02).
            03 W-DTAUX-DIA  PIC 9(02).
      *        AVISO EM ESCALACAO
       01 W-REGESC       PIC X(190) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           DISPLAY "AVISESC - ESCALACAO E LIMPEZA DA CAIXA DE AVISOS".
           COMPUTE W-HOJEC = W-HOJE-ANO * 360 + W-HOJE-MES * 30
                           + W-HOJE-DIA.
      *        PRAZOS (PARAMET.DAT VIA PARLER); AUSENTES, VALEM OS
      *        PADROES
           MOVE "AVISODIAS" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-DIAS.
           MOVE "AVISOPURG" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-PURGA.
           OPEN I-O AVISO
           IF ST-AVS = "30" OR ST-AVS = "35"
               DISPLAY "SEM AVISO.DAT - NADA A FAZER"
               GO TO ROT-FIM.
           IF ST-AVS NOT = "00"
               DISPLAY "ERRO AO ABRIR AVISO.DAT - ST=" ST-AVS
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE LOW-VALUES TO AVS-CHAVE
           START AVISO KEY IS NOT LESS THAN AVS-CHAVE
           IF ST-AVS NOT = "00"
               GO TO ESC-FECHA.
      *
      *-----------------------------------------------------------------
      * VARREDURA DO ARQUIVO
      *-----------------------------------------------------------------
       ESC-LER.
           READ AVISO NEXT RECORD
           IF ST-AVS NOT = "00"
               GO TO ESC-FECHA.
           ADD 1 TO W-LIDOS
           IF AVS-SITU = "C"
               GO TO ESC-PURGA.
           IF AVS-SITU NOT = "N"
               GO TO ESC-LER.
           IF AVS-DTIPO = "N" AND AVS-DEST = "S"
               GO TO ESC-LER.
           MOVE AVS-DATA TO W-DTAUX
           PERFORM ESC-IDADE THRU ESC-IDADE-FIM
           IF W-IDADE NOT > W-DIAS
               GO TO ESC-LER.
           PERFORM ESC-ESCALA THRU ESC-ESCALA-FIM
           IF W-FIMARQ = "S"
               GO TO ESC-FECHA.
           GO TO ESC-LER.
       ESC-PURGA.
           MOVE AVS-CONCDT TO W-DTAUX
           PERFORM ESC-IDADE THRU ESC-IDADE-FIM
           IF W-IDADE NOT > W-PURGA
               GO TO ESC-LER.
           DELETE AVISO RECORD
           IF ST-AVS = "00"
               ADD 1 TO W-PURGADOS
           ELSE
               ADD 1 TO W-ERROS.
           GO TO ESC-LER.
      *
       ESC-FECHA.
           CLOSE AVISO.
           DISPLAY "AVISESC - AVISO.DAT ATUALIZADO".
           DISPLAY "PRAZO PARA ESCALAR (DIAS).: " W-DIAS.
           DISPLAY "PRAZO PARA LIMPAR (DIAS)..: " W-PURGA.
           DISPLAY "AVISOS LIDOS..............: " W-LIDOS.
           DISPLAY "ESCALADOS PARA O NIVEL S..: " W-ESCALADOS.
           DISPLAY "CONCLUIDOS RETIRADOS......: " W-PURGADOS.
           DISPLAY "ERROS DE GRAVACAO.........: " W-ERROS.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO CONTROLADOR DE ESTEIRA
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
      *
      *-----------------------------------------------------------------
      * IDADE EM DIAS COMERCIAIS DA DATA EM W-DTAUX (DATA ZERADA CONTA
      * COMO MUITO ANTIGA)
      *-----------------------------------------------------------------
       ESC-IDADE.
           COMPUTE W-DATAC = W-DTAUX-ANO * 360 + W-DTAUX-MES * 30
                           + W-DTAUX-DIA.
           COMPUTE W-IDADE = W-HOJEC - W-DATAC.
       ESC-IDADE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PASSA O AVISO LIDO PARA A CAIXA DO NIVEL S: EXCLUI NA CHAVE
      * ANTIGA E GRAVA NA NOVA, NA PROXIMA SEQUENCIA DA MESMA DATA.
      * DEPOIS A VARREDURA CONTINUA LOGO APOS A CHAVE ANTIGA.
      *-----------------------------------------------------------------
       ESC-ESCALA.
           MOVE AVS-CHAVE TO W-CHVANT
           MOVE REGAVS    TO W-REGESC
           DELETE AVISO RECORD
           IF ST-AVS NOT = "00"
               ADD 1 TO W-ERROS
               GO TO ESC-ESCALA-POS.
           MOVE ZEROS TO W-ULTSEQ
           MOVE "N"   TO AVS-DTIPO
           MOVE "S"   TO AVS-DEST
           MOVE W-REGESC (14:8) TO AVS-DATA
           MOVE ZEROS TO AVS-SEQ
           START AVISO KEY IS NOT LESS THAN AVS-CHAVE
           IF ST-AVS NOT = "00"
               GO TO ESC-ESCALA-GRV.
       ESC-ESCALA-SEQ.
           READ AVISO NEXT RECORD
           IF ST-AVS NOT = "00"
               GO TO ESC-ESCALA-GRV.
           IF AVS-DTIPO NOT = "N" OR AVS-DEST NOT = "S"
              OR AVS-DATA NOT = W-REGESC (14:8)
               GO TO ESC-ESCALA-GRV.
           MOVE AVS-SEQ TO W-ULTSEQ
           GO TO ESC-ESCALA-SEQ.
       ESC-ESCALA-GRV.
           MOVE W-REGESC TO REGAVS
           MOVE AVS-DTIPO TO AVS-ORITIPO
           MOVE AVS-DEST  TO AVS-ORIDEST
           MOVE "S"       TO AVS-ESCAL
           MOVE "N"       TO AVS-DTIPO
           MOVE "S"       TO AVS-DEST
      *        SEM SEQUENCIA LIVRE NO DIA O AVISO VOLTA PARA ONDE ESTAVA
           IF W-ULTSEQ = 9999
               MOVE W-REGESC TO REGAVS
               WRITE REGAVS
               ADD 1 TO W-ERROS
               GO TO ESC-ESCALA-POS.
           COMPUTE AVS-SEQ = W-ULTSEQ + 1
           WRITE REGAVS
           IF ST-AVS = "00" OR ST-AVS = "02"
               ADD 1 TO W-ESCALADOS
           ELSE
               ADD 1 TO W-ERROS.
       ESC-ESCALA-POS.
           MOVE W-CHVANT TO AVS-CHAVE
           START AVISO KEY IS GREATER THAN AVS-CHAVE
           IF ST-AVS NOT = "00"
               MOVE "S" TO W-FIMARQ.
       ESC-ESCALA-FIM.
           EXIT.
