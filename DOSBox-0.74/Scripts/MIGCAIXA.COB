       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGCAIXA.
      **************************************
      *  MIGRACAO DAS SESSOES DE CAIXA     *
      *  PARA O LAYOUT COM SAIDAS E        *
      *  CONCILIACAO BANCARIA              *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, RENOMEIE O ARQUIVO ATUAL (LAYOUT SEM
      * CXA-SAIDAS E CXA-CONCIL) ASSIM:
      *   CAIXA.DAT -> CAIXAANT.DAT
      * O JOB REGRAVA CADA SESSAO NO LAYOUT NOVO COM CXA-SAIDAS ZERADO
      * (NENHUMA CONTA A PAGAR QUITADA NA GAVETA) E CXA-CONCIL ZERADO
      * (DEPOSITO AINDA NAO ACHADO NO EXTRATO - O CONCBCO CONCILIA
      * DEPOIS). ARQUIVO ANTIGO AUSENTE E PULADO COM AVISO. MESMO
      * MODELO DO MIGRESP. RODAR ANTES DE USAR OS PROGRAMAS
      * RECOMPILADOS (CADCAIXA, CXAREG, CXASAI, CONCBCO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXAANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS CXA-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           COPY CPYCXAS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CAIXAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAIXAANT.DAT".
       01 REGCXA-ANT.
                03 CXA-CHAVE-ANT   PIC X(20).
                03 CXA-RESTO-ANT   PIC X(39).
      *
           COPY CPYCXAR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-CXA         PIC X(02) VALUE "00".
       77 W-CXALIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CXAGRAV      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-CXA THRU MIG-CXA-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * CAIXAANT.DAT -> CAIXA.DAT (SAIDAS E CONCILIACAO ZERADAS)
      *-----------------------------------------------------------------
       MIG-CXA.
           OPEN INPUT CAIXAANT
           IF ST-ANT NOT = "00"
               DISPLAY "CAIXAANT.DAT NAO ENCONTRADO - CAIXA PULADO"
               GO TO MIG-CXA-FIM.
           OPEN I-O CAIXA
           IF ST-CXA NOT = "00"
               IF ST-CXA = "30"
                      OPEN OUTPUT CAIXA
                      CLOSE CAIXA
                      OPEN I-O CAIXA
               ELSE
                      DISPLAY "ERRO AO ABRIR CAIXA.DAT - ST=" ST-CXA
                      CLOSE CAIXAANT
                      GO TO MIG-CXA-FIM.
       MIG-CXA-LER.
           READ CAIXAANT NEXT RECORD
               AT END GO TO MIG-CXA-FECHA.
           ADD 1 TO W-CXALIDOS.
           MOVE SPACES TO REGCXA
           MOVE REGCXA-ANT TO REGCXA (1:59)
           MOVE ZEROS  TO CXA-SAIDAS CXA-CONCIL
           WRITE REGCXA
           IF ST-CXA = "22"
               REWRITE REGCXA.
           IF ST-CXA = "00"
               ADD 1 TO W-CXAGRAV
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR SESSAO " CXA-OPER " " CXA-DATA
                   " - ST=" ST-CXA.
           GO TO MIG-CXA-LER.
       MIG-CXA-FECHA.
           CLOSE CAIXAANT CAIXA.
       MIG-CXA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGCAIXA - MIGRACAO CONCLUIDA".
           DISPLAY "SESSOES LIDAS/GRAVADAS.....: " W-CXALIDOS " / "
               W-CXAGRAV.
           DISPLAY "REJEITADAS.................: " W-REJEITADOS.
      *
       ROT-FIM.
           STOP RUN.
