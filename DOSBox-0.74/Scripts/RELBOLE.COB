      * POR MATRICUL.DAT. O ENDERECAMENTO USA O FONE DO RESPONSAVEL
      * (FONERESP), O MESMO DAS COBRANCAS. ACABA A COPIA MANUAL PARA
      * O EDITOR DE TEXTO A CADA DOIS MESES.
      * COM O CONTROLE DE PAUTAS (PAUTA.DAT, GERPAUTA/NOTACARG), O
      * BOLETIM NAO SAI ENQUANTO HOUVER PAUTA DO BIMESTRE EM ABERTO
      * NO ANO MAIS RECENTE DO CONTROLE: AS PENDENTES SAO LISTADAS E
      * SO UM SUPERVISOR (OPRLOGIN) LIBERA, COM A LIBERACAO EM
      * AUDIT.TXT. SEM PAUTA.DAT SAI COMO SEMPRE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY CPYALUS.
           COPY CPYMATS.
           COPY CPYPAUS.
           COPY CPYAUDS.
           SELECT RELBOL ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
       FILE SECTION.
           COPY CPYALUR.
           COPY CPYMATR.
           COPY CPYPAUR.
           COPY CPYAUDR.
      *
       FD  RELBOL
               LABEL RECORD IS STANDARD
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
       77 ST-PAU         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-PERSEL       PIC 9(01) VALUE ZEROS.
       77 W-ALUNOS       PIC 9(06) VALUE ZEROS.
                05 DIS-QTD      PIC 9(04).
       77 DIS-QTDLIN     PIC 9(02) VALUE ZEROS.
      *
      *        PAUTAS DO BIMESTRE EM ABERTO E LIBERACAO DO SUPERVISOR
       77 W-PAUANO       PIC 9(04) VALUE ZEROS.
       77 W-PENDQTD      PIC 9(04) VALUE ZEROS.
       77 W-SUPOK        PIC X(01) VALUE "N".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-PERSEL.
           IF W-PERSEL < 1 OR W-PERSEL > 4
               GO TO BOL-PER.
           PERFORM BOL-PAUTAS THRU BOL-PAUTAS-FIM.
           IF W-PENDQTD > ZEROS AND W-SUPOK NOT = "S"
               DISPLAY "BOLETIM NAO EMITIDO - PAUTAS EM ABERTO"
               GO TO ROT-FIM.
           PERFORM BOL-OP0 THRU BOL-OP0-FIM.
           PERFORM BOL-MEDIAS THRU BOL-MEDIAS-FIM.
           GO TO BOL-LER.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PAUTAS DO BIMESTRE AINDA NAO ENTREGUES, NO ANO MAIS RECENTE
      * DO CONTROLE (A CHAVE COMECA PELO ANO, ENTAO A CONTAGEM
      * RECOMECA A CADA ANO NOVO DA LEITURA)
      *-----------------------------------------------------------------
       BOL-PAUTAS.
           MOVE ZEROS TO W-PAUANO W-PENDQTD
           MOVE "N" TO W-SUPOK
           OPEN INPUT PAUTA
           IF ST-PAU NOT = "00"
               GO TO BOL-PAUTAS-FIM.
       BOL-PAUTAS-LER.
           READ PAUTA NEXT RECORD
               AT END GO TO BOL-PAUTAS-EOF.
           IF PAU-BIM NOT = W-PERSEL
               GO TO BOL-PAUTAS-LER.
           IF PAU-ANO > W-PAUANO
               MOVE PAU-ANO TO W-PAUANO
               MOVE ZEROS TO W-PENDQTD.
           IF PAU-RECEB = ZEROS
               ADD 1 TO W-PENDQTD.
           GO TO BOL-PAUTAS-LER.
       BOL-PAUTAS-EOF.
           IF W-PENDQTD = ZEROS
               CLOSE PAUTA
               GO TO BOL-PAUTAS-FIM.
           DISPLAY "PAUTAS DO " W-PERSEL "O BIMESTRE DE " W-PAUANO
               " AINDA EM ABERTO: " W-PENDQTD.
           MOVE W-PAUANO TO PAU-ANO
           MOVE SPACES TO PAU-DISCIPLINA PAU-TURMA
           MOVE ZEROS TO PAU-BIM
           START PAUTA KEY IS NOT LESS THAN PAU-CHAVE
           IF ST-PAU NOT = "00"
               GO TO BOL-PAUTAS-SUP.
       BOL-PAUTAS-LISTA.
           READ PAUTA NEXT RECORD
               AT END GO TO BOL-PAUTAS-SUP.
           IF PAU-ANO NOT = W-PAUANO
               GO TO BOL-PAUTAS-SUP.
           IF PAU-BIM = W-PERSEL AND PAU-RECEB = ZEROS
               DISPLAY "  " PAU-DISCIPLINA " TURMA " PAU-TURMA
                   " PROF " PAU-PROF " PRAZO " PAU-PRAZO.
           GO TO BOL-PAUTAS-LISTA.
       BOL-PAUTAS-SUP.
           CLOSE PAUTA.
       BOL-PAUTAS-SUPCOD.
           DISPLAY "LIBERACAO DO SUPERVISOR (BRANCO = DESISTE): ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
               GO TO BOL-PAUTAS-FIM.
           DISPLAY "SENHA: ".
           MOVE SPACES TO W-SENHA
           ACCEPT W-SENHA.
           MOVE "N" TO W-LOGINOK
           CALL "OPRLOGIN" USING W-OPERADOR W-SENHA
                                 W-OPERNIVEL W-LOGINOK.
           IF W-LOGINOK NOT = "S" OR W-OPERNIVEL NOT = "S"
               DISPLAY "NAO E SUPERVISOR - TENTE DE NOVO"
               GO TO BOL-PAUTAS-SUPCOD.
           MOVE "S" TO W-SUPOK
           MOVE W-OPERADOR TO W-SPLOPER
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           MOVE "PAUTA"      TO AUD-ARQ
           MOVE "LIBERACAO"  TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING "BOL-BIM" W-PERSEL "-PEND" W-PENDQTD
                  DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
           CLOSE AUDITORIA.
       BOL-PAUTAS-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PASSADA 1: MEDIA DA TURMA POR DISCIPLINA NO BIMESTRE (SO AS
      * NOTAS JA LANCADAS ENTRAM NA CONTA)
      *-----------------------------------------------------------------
      *
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
