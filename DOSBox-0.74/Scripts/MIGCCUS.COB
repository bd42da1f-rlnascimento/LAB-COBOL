       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGCCUS.
      **************************************
      *  MIGRACAO DE MOTORISTAS E ALOCACOES*
      *  PARA O LAYOUT COM CENTRO DE CUSTO *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE OS ARQUIVOS ATUAIS (LAYOUT
      * SEM O CENTRO DE CUSTO) ASSIM:
      *   MOTORIST.DAT -> MOTOANT.DAT
      *   ALOCA.DAT    -> ALOCAANT.DAT
      * O JOB REGRAVA CADA MOTORISTA E CADA ALOCACAO NO LAYOUT NOVO
      * COM O CENTRO DE CUSTO EM BRANCO; O CENTRO PADRAO DE CADA
      * MOTORISTA E INFORMADO DEPOIS NO CADMOTOR. ALOCACAO SEM CENTRO
      * SAI NO RATEIO DO RATCCUS COMO "SEM CENTRO". ARQUIVO ANTIGO
      * AUSENTE E PULADO COM AVISO. MESMO MODELO DO MIGRESP. RODAR
      * ANTES DE USAR OS PROGRAMAS RECOMPILADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTOANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS MTR-CPF-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT ALOCAANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS ALO-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           COPY CPYMTRS.
           COPY CPYALOS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MOTOANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOTOANT.DAT".
       01 REGMTR-ANT.
                03 MTR-CPF-ANT     PIC 9(11).
                03 MTR-RESTO-ANT   PIC X(56).
      *
       FD  ALOCAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALOCAANT.DAT".
       01 REGALO-ANT.
                03 ALO-CHAVE-ANT   PIC X(21).
                03 ALO-RESTO-ANT   PIC X(74).
      *
           COPY CPYMTRR.
           COPY CPYALOR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-MTR         PIC X(02) VALUE "00".
       77 ST-ALO         PIC X(02) VALUE "00".
       77 W-MTRLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-MTRGRAV      PIC 9(06) VALUE ZEROS.
       77 W-ALOLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-ALOGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-MTR THRU MIG-MTR-FIM.
           PERFORM MIG-ALO THRU MIG-ALO-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * MOTOANT.DAT -> MOTORIST.DAT (CENTRO PADRAO EM BRANCO)
      *-----------------------------------------------------------------
       MIG-MTR.
           OPEN INPUT MOTOANT
           IF ST-ANT NOT = "00"
               DISPLAY "MOTOANT.DAT NAO ENCONTRADO - MOTORISTAS PULADOS"
               GO TO MIG-MTR-FIM.
           OPEN I-O MOTORIST
           IF ST-MTR NOT = "00"
               IF ST-MTR = "30"
                      OPEN OUTPUT MOTORIST
                      CLOSE MOTORIST
                      OPEN I-O MOTORIST
               ELSE
                      DISPLAY "ERRO AO ABRIR MOTORIST.DAT - ST=" ST-MTR
                      CLOSE MOTOANT
                      GO TO MIG-MTR-FIM.
       MIG-MTR-LER.
           READ MOTOANT NEXT RECORD
               AT END GO TO MIG-MTR-FECHA.
           ADD 1 TO W-MTRLIDOS.
           MOVE SPACES TO REGMTR
           MOVE REGMTR-ANT TO REGMTR (1:67)
           MOVE SPACES TO MTR-CCUSTO
           WRITE REGMTR
           IF ST-MTR = "22"
               REWRITE REGMTR.
           IF ST-MTR = "00"
               ADD 1 TO W-MTRGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR MOTORISTA " MTR-CPF
                   " - ST=" ST-MTR.
           GO TO MIG-MTR-LER.
       MIG-MTR-FECHA.
           CLOSE MOTOANT MOTORIST.
       MIG-MTR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ALOCAANT.DAT -> ALOCA.DAT (CENTRO DE CUSTO EM BRANCO)
      *-----------------------------------------------------------------
       MIG-ALO.
           OPEN INPUT ALOCAANT
           IF ST-ANT NOT = "00"
               DISPLAY "ALOCAANT.DAT NAO ENCONTRADO - ALOCACOES PULADAS"
               GO TO MIG-ALO-FIM.
           OPEN I-O ALOCA
           IF ST-ALO NOT = "00"
               IF ST-ALO = "30"
                      OPEN OUTPUT ALOCA
                      CLOSE ALOCA
                      OPEN I-O ALOCA
               ELSE
                      DISPLAY "ERRO AO ABRIR ALOCA.DAT - ST=" ST-ALO
                      CLOSE ALOCAANT
                      GO TO MIG-ALO-FIM.
       MIG-ALO-LER.
           READ ALOCAANT NEXT RECORD
               AT END GO TO MIG-ALO-FECHA.
           ADD 1 TO W-ALOLIDOS.
           MOVE SPACES TO REGALO
           MOVE REGALO-ANT TO REGALO (1:95)
           MOVE SPACES TO ALO-CCUSTO
           WRITE REGALO
           IF ST-ALO = "22"
               REWRITE REGALO.
           IF ST-ALO = "00"
               ADD 1 TO W-ALOGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR ALOCACAO " ALO-CHAVE
                   " - ST=" ST-ALO.
           GO TO MIG-ALO-LER.
       MIG-ALO-FECHA.
           CLOSE ALOCAANT ALOCA.
       MIG-ALO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGCCUS - MIGRACAO CONCLUIDA".
           DISPLAY "MOTORISTAS LIDOS/GRAVADOS..: " W-MTRLIDOS " / "
               W-MTRGRAV.
           DISPLAY "ALOCACOES LIDAS/GRAVADAS...: " W-ALOLIDOS " / "
               W-ALOGRAV.
           DISPLAY "REJEITADOS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
