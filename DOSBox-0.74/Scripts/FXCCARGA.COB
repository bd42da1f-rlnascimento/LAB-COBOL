       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCCARGA.
      **************************************
      *  CARGA DAS FAIXAS DE CEP POR UF    *
      *  (FAIXACEP.DAT)                    *
      **************************************
      *----------------------------------------------------------------
      * LE O EXTRATO DE FAIXAS DOS CORREIOS FAIXACEP.TXT (UF, CIDADE,
      * CEP INICIAL, CEP FINAL) E GRAVA/ATUALIZA FAIXACEP.DAT, NOS
      * MESMOS MOLDES DAS CARGAS DE CEP, MUNICIPIO E DDD. CIDADE EM
      * BRANCO = FAIXA DA UF INTEIRA. A CIDADE E NORMALIZADA COMO NO
      * CADCEP, PARA BATER COM O CIDADE DE CEP.DAT. A TABELA E MANTIDA
      * PELO PROPRIO EXTRATO: UMA LINHA COM O CEP FINAL ZERADO REMOVE A
      * FAIXA (UF, CIDADE, CEP INICIAL) DA TABELA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFXCS.
           SELECT ARQFXC ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-ARQ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYFXCR.
      *
       FD  ARQFXC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FAIXACEP.TXT".
       01 REGARQ.
                03 RA-UF           PIC X(02).
                03 RA-CIDADE       PIC X(20).
                03 RA-INICIO       PIC 9(08).
                03 RA-FIM          PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FXC         PIC X(02) VALUE "00".
       77 ST-ARQ         PIC X(02) VALUE "00".
       77 W-FIM          PIC X(01) VALUE "N".
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 W-ALTERADOS    PIC 9(06) VALUE ZEROS.
       77 W-REMOVIDOS    PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
           COPY CPYNRMW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CGA-OP0 THRU CGA-OP0-FIM.
           GO TO CGA-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - CRIA FAIXACEP.DAT SE AINDA NAO EXISTIR
      *-----------------------------------------------------------------
       CGA-OP0.
           OPEN INPUT ARQFXC
           IF ST-ARQ NOT = "00"
               DISPLAY "ARQUIVO FAIXACEP.TXT NAO ENCONTRADO - ST="
                   ST-ARQ
               GO TO CGA-FIM.
           OPEN I-O FAIXACEP
           IF ST-FXC NOT = "00"
               IF ST-FXC = "30" OR ST-FXC = "35"
                      OPEN OUTPUT FAIXACEP
                      CLOSE FAIXACEP
                      OPEN I-O FAIXACEP
               ELSE
                      DISPLAY "ERRO AO ABRIR FAIXACEP.DAT - ST=" ST-FXC
                      CLOSE ARQFXC
                      GO TO CGA-FIM.
       CGA-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LEITURA DO EXTRATO, UM REGISTRO POR VEZ
      *-----------------------------------------------------------------
       CGA-LER.
           READ ARQFXC
               AT END
                   MOVE "S" TO W-FIM
                   GO TO CGA-FIM.
           ADD 1 TO W-LIDOS.
           PERFORM CGA-GRAVA THRU CGA-GRAVA-FIM.
           GO TO CGA-LER.
      *
      *-----------------------------------------------------------------
      * GRAVA (INCLUI), ATUALIZA (REGRAVA) OU REMOVE A FAIXA
      *-----------------------------------------------------------------
       CGA-GRAVA.
           MOVE RA-UF TO NRM-TXT
           PERFORM NRM-001 THRU NRM-001-FIM
           MOVE NRM-TXT TO FXC-UF
           MOVE RA-CIDADE TO NRM-TXT
           PERFORM NRM-001 THRU NRM-001-FIM
           MOVE NRM-TXT TO FXC-CIDADE
           MOVE RA-INICIO TO FXC-INICIO
           MOVE RA-FIM    TO FXC-FIM.
           IF FXC-UF = SPACES OR FXC-INICIO = ZEROS
               ADD 1 TO W-REJEITADOS
               DISPLAY "FAIXA SEM UF OU CEP INICIAL - LINHA " W-LIDOS
               GO TO CGA-GRAVA-FIM.
           IF FXC-FIM = ZEROS
               GO TO CGA-REMOVE.
           IF FXC-FIM < FXC-INICIO
               ADD 1 TO W-REJEITADOS
               DISPLAY "CEP FINAL MENOR QUE O INICIAL - " FXC-UF " "
                   FXC-CIDADE " " FXC-INICIO
               GO TO CGA-GRAVA-FIM.
           WRITE REGFXC
           IF ST-FXC = "00"
               ADD 1 TO W-GRAVADOS
               GO TO CGA-GRAVA-FIM.
           IF ST-FXC = "22"
               REWRITE REGFXC
               IF ST-FXC = "00"
                   ADD 1 TO W-ALTERADOS
               ELSE
                   ADD 1 TO W-REJEITADOS
                   DISPLAY "ERRO AO REGRAVAR FAIXA " FXC-UF " "
                       FXC-INICIO " - ST=" ST-FXC
               END-IF
               GO TO CGA-GRAVA-FIM.
           ADD 1 TO W-REJEITADOS.
           DISPLAY "ERRO AO GRAVAR FAIXA " FXC-UF " " FXC-INICIO
               " - ST=" ST-FXC.
           GO TO CGA-GRAVA-FIM.
       CGA-REMOVE.
           DELETE FAIXACEP RECORD
           IF ST-FXC = "00"
               ADD 1 TO W-REMOVIDOS
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "FAIXA A REMOVER NAO ENCONTRADA - " FXC-UF " "
                   FXC-CIDADE " " FXC-INICIO.
       CGA-GRAVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO DA CARGA
      *-----------------------------------------------------------------
       CGA-FIM.
           IF W-FIM = "S"
               CLOSE ARQFXC FAIXACEP.
           DISPLAY "FXCCARGA - RESUMO DA CARGA".
           DISPLAY "LIDOS......: " W-LIDOS.
           DISPLAY "GRAVADOS...: " W-GRAVADOS.
           DISPLAY "ALTERADOS..: " W-ALTERADOS.
           DISPLAY "REMOVIDOS..: " W-REMOVIDOS.
           DISPLAY "REJEITADOS.: " W-REJEITADOS.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * NORMALIZACAO DE TEXTO (CPYNRMP)
      *-----------------------------------------------------------------
           COPY CPYNRMP.
