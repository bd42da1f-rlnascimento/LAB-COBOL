      * MARCADO PARA HOJE OU JA VENCIDO (AGENDA.DAT), COM NOME,
      * DDD/NUMERO E A ULTIMA NOTA DE CONTATO (CONTATO.DAT) - PARA AS
      * LIGACOES SAIREM DIRETO DO PAPEL, EM VEZ DE DEPENDEREM DE QUEM
      * LEMBRA DE QUEM. QUANDO O AMIGO TEM ITEM EMPRESTADO EM ATRASO
      * (EMPREST.DAT - A COBRANCA QUE O RELEMPR POE NA AGENDA COM
      * ORIGEM "D"), OS ITENS SAEM LOGO ABAIXO DA NOTA, PARA A
      * LIGACAO JA COBRAR A DEVOLUCAO.
      * A LIGACAO DE RELACIONAMENTO (ORIGEM M OU S) SO ENTRA NA LISTA
      * SE O AMIGO CONSENTIU NO TELEFONE PARA MALA DIRETA (CONSENT.DAT,
      * VIA CPYCSNP); OS PULADOS SAEM CONTADOS NO RESUMO. A COBRANCA
      * DE ITEM EMPRESTADO (ORIGEM D) NAO E COMUNICACAO DE
      * RELACIONAMENTO E ENTRA SEMPRE, COMO A LIGACAO PARA PEDIR O
      * NOVO EMAIL (ORIGEM E, POSTA PELO EMLRET). TODO AMIGO DA LISTA
      * CUJO EMAIL DO CADASTRO AINDA ESTA DEVOLVIDO (EMAILDEV.DAT) SAI
      * COM O AVISO PARA PEDIR O NOVO ENDERECO.
      * A QUANTIDADE DE LIGACOES DO DIA VAI TAMBEM PARA A CAIXA DE
      * AVISOS (AVISGRV - CPYAVSW), UM AVISO POR FILIAL DO AMIGO (SEM
      * FILIAL NO CADASTRO, PARA O NIVEL O), A CADA DIA DE RODADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO.
           COPY CPYCTTS.
           COPY CPYEMPS.
           COPY CPYCSNS.
           COPY CPYEDVS.
           SELECT RELAGE ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYAGER.
           COPY CPYAMIR.
           COPY CPYCTTR.
           COPY CPYEMPR.
           COPY CPYCSNR.
           COPY CPYEDVR.
      *
       FD  RELAGE
               LABEL RECORD IS STANDARD
       77 ST-AGE         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-CTT         PIC X(02) VALUE "00".
       77 ST-EMP         PIC X(02) VALUE "00".
       77 W-EMPDISP      PIC X(01) VALUE "N".
       77 W-EMPATRASO    PIC 9(06) VALUE ZEROS.
       77 ST-EDV         PIC X(02) VALUE "00".
       77 W-EDVDISP      PIC X(01) VALUE "N".
       77 W-EMLDEV       PIC 9(06) VALUE ZEROS.
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-DODIA        PIC 9(06) VALUE ZEROS.
       77 W-ULTNOTA      PIC X(40) VALUE SPACES.
      *        LIGACOES DO DIA POR FILIAL DO AMIGO (0 = SEM FILIAL)
       01 W-FILTAB.
            03 W-FILQTD     PIC 9(05) OCCURS 99 TIMES.
       77 W-SEMFIL       PIC 9(05) VALUE ZEROS.
       77 W-FX           PIC 9(03) VALUE ZEROS.
       77 W-QTD-ED       PIC ZZZZ9.
           COPY CPYAVSW.
       01 W-HOJE8        PIC 9(08) VALUE ZEROS.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
           COPY CPYMASC.
           COPY CPYCSNW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           MOVE W-DATA-ANO TO W-HOJE8 (1:4)
           MOVE W-DATA-MES TO W-HOJE8 (5:2)
           MOVE W-DATA-DIA TO W-HOJE8 (7:2).
           MOVE ZEROS TO W-FILTAB.
           PERFORM AGE-OP0 THRU AGE-OP0-FIM.
           GO TO AGE-LER.
      *
               CLOSE AGENDA
               GO TO ROT-FIM.
           OPEN INPUT CONTATO
      *        SEM EMPREST.DAT A LISTA SAI SO COM AS NOTAS
           OPEN INPUT EMPREST
           IF ST-EMP = "00"
               MOVE "S" TO W-EMPDISP.
      *        SEM EMAILDEV.DAT NAO HA EMAIL DEVOLVIDO A AVISAR
           OPEN INPUT EMAILDEV
           IF ST-EDV = "00"
               MOVE "S" TO W-EDVDISP.
           PERFORM CSN-ABRE THRU CSN-ABRE-FIM.
           OPEN OUTPUT RELAGE
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELAGEN.TXT - ST=" ST-REL
           ADD 1 TO W-LIDOS.
           IF AGE-PROXDATA > W-HOJE8
               GO TO AGE-LER.
           IF AGE-ORIGEM NOT = "D" AND AGE-ORIGEM NOT = "E"
               MOVE AGE-APELIDO TO W-CSNAPELIDO
               MOVE "T" TO W-CSNCANAL
               MOVE "M" TO W-CSNFINAL
               PERFORM CSN-VER THRU CSN-VER-FIM
               IF W-CSNOK NOT = "S"
                   GO TO AGE-LER.
           ADD 1 TO W-DODIA.
           MOVE AGE-APELIDO TO APELIDO
           READ CODAMIGO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS TO DDD NUMERO FILIAL.
           IF FILIAL = ZEROS
               ADD 1 TO W-SEMFIL
           ELSE
               ADD 1 TO W-FILQTD (FILIAL).
           PERFORM CTT-NOTAULT THRU CTT-NOTAULT-FIM.
           MOVE NUMERO TO MASC-FONE
           MOVE SPACES TO LINREL
           STRING "    ULTIMA NOTA: " W-ULTNOTA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AGE-IMP THRU AGE-IMP-FIM.
           PERFORM EDV-PEND THRU EDV-PEND-FIM.
           PERFORM EMP-PEND THRU EMP-PEND-FIM.
           GO TO AGE-LER.
      *
      *-----------------------------------------------------------------
           EXIT.
      *
      *-----------------------------------------------------------------
      * EMAIL DO CADASTRO QUE VOLTOU NO RETORNO DO PROVEDOR
      *-----------------------------------------------------------------
       EDV-PEND.
           IF W-EDVDISP NOT = "S" OR ST-ERRO NOT = "00"
               GO TO EDV-PEND-FIM.
           MOVE AGE-APELIDO TO EDV-APELIDO
           READ EMAILDEV
           IF ST-EDV NOT = "00" OR EDV-EMAIL NOT = EMAIL
               GO TO EDV-PEND-FIM.
           ADD 1 TO W-EMLDEV
           MOVE SPACES TO LINREL
           STRING "    EMAIL DEVOLVIDO: " EDV-EMAIL
                  " - PEDIR O NOVO ENDERECO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AGE-IMP THRU AGE-IMP-FIM.
       EDV-PEND-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ITENS EMPRESTADOS AO AMIGO E JA FORA DO PRAZO
      *-----------------------------------------------------------------
       EMP-PEND.
           IF W-EMPDISP NOT = "S"
               GO TO EMP-PEND-FIM.
           MOVE AGE-APELIDO TO EMP-APELIDO
           MOVE ZEROS  TO EMP-DATA
           MOVE SPACES TO EMP-ITEM
           START EMPREST KEY IS NOT LESS THAN EMP-CHAVE
           IF ST-EMP NOT = "00"
               GO TO EMP-PEND-FIM.
       EMP-PEND-LER.
           READ EMPREST NEXT RECORD
           IF ST-EMP NOT = "00"
               GO TO EMP-PEND-FIM.
           IF EMP-APELIDO NOT = AGE-APELIDO
               GO TO EMP-PEND-FIM.
           IF EMP-DEVOLUCAO NOT = ZEROS OR EMP-PREVISTA NOT < W-HOJE8
               GO TO EMP-PEND-LER.
           ADD 1 TO W-EMPATRASO
           MOVE SPACES TO LINREL
           STRING "    COBRAR DEVOLUCAO: " EMP-ITEM
                  " EMPRESTADO " EMP-DATA " PRAZO " EMP-PREVISTA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AGE-IMP THRU AGE-IMP-FIM.
           GO TO EMP-PEND-LER.
       EMP-PEND-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       AGE-EOF.
                  "   PARA HOJE: " W-DODIA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AGE-IMP THRU AGE-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SEM CONSENTIMENTO.......: " W-CSNSEM
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AGE-IMP THRU AGE-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EMAILS A CORRIGIR.......: " W-EMLDEV
                  DELIMITED BY SIZE INTO LINREL
           PERFORM AGE-IMP THRU AGE-IMP-FIM.
           PERFORM CSN-FECHA THRU CSN-FECHA-FIM.
           IF W-EDVDISP = "S"
               CLOSE EMAILDEV.
           IF W-EMPDISP = "S"
               CLOSE EMPREST.
           CLOSE AGENDA CODAMIGO CONTATO RELAGE IMPRESSORA.
           DISPLAY "RELAGEN - LISTA GERADA EM RELAGEN.TXT".
           DISPLAY "CONTATOS PARA HOJE....: " W-DODIA.
           DISPLAY "ITENS A COBRAR........: " W-EMPATRASO.
           DISPLAY "SEM CONSENTIMENTO.....: " W-CSNSEM.
           DISPLAY "EMAILS A CORRIGIR.....: " W-EMLDEV.
           PERFORM AGE-AVISO THRU AGE-AVISO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * AVISO DAS LIGACOES DO DIA NA CAIXA DE CADA FILIAL (A DATA NA
      * CHAVE DO REGISTRO FAZ UM AVISO NOVO A CADA DIA)
      *-----------------------------------------------------------------
       AGE-AVISO.
           MOVE 2 TO W-AVSPRIOR
           MOVE "RELAGEN" TO W-AVSPROG
           MOVE SPACES TO W-AVSCHREG
           STRING "LIGACOES " W-HOJE8 DELIMITED BY SIZE
                  INTO W-AVSCHREG
           MOVE ZEROS TO W-FX.
           IF W-SEMFIL = ZEROS
               GO TO AGE-AVISO-FIL.
           MOVE "N" TO W-AVSDTIPO
           MOVE "O" TO W-AVSDEST
           MOVE W-SEMFIL TO W-QTD-ED
           PERFORM AGE-AVISO-GRV THRU AGE-AVISO-GRV-FIM.
       AGE-AVISO-FIL.
           ADD 1 TO W-FX
           IF W-FX > 99
               GO TO AGE-AVISO-FIM.
           IF W-FILQTD (W-FX) = ZEROS
               GO TO AGE-AVISO-FIL.
           MOVE "F" TO W-AVSDTIPO
           MOVE SPACES TO W-AVSDEST
           MOVE W-FX (2:2) TO W-AVSDEST
           MOVE W-FILQTD (W-FX) TO W-QTD-ED
           PERFORM AGE-AVISO-GRV THRU AGE-AVISO-GRV-FIM.
           GO TO AGE-AVISO-FIL.
       AGE-AVISO-FIM.
           EXIT.
      *
       AGE-AVISO-GRV.
           MOVE SPACES TO W-AVSTEXTO
           STRING "AGENDA DE HOJE:" W-QTD-ED
                  " LIGACAO(OES) A FAZER - VER O RELAGEN"
                  DELIMITED BY SIZE INTO W-AVSTEXTO
           CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
                                W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK.
       AGE-AVISO-GRV-FIM.
           EXIT.
      *
       AGE-IMP.
           WRITE LINREL
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * CONSENTIMENTO DE COMUNICACAO (CPYCSNP)
      *-----------------------------------------------------------------
           COPY CPYCSNP.
