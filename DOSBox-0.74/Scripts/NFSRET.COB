       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSRET.
      **************************************
      *  RETORNO DA PREFEITURA DO LOTE DE  *
      *  RPS (NFSRETOR.TXT -> NFSE.DAT E   *
      *  RECIBO.DAT)                       *
      **************************************
      *----------------------------------------------------------------
      * NO MOLDE DO BOLRET: LE O ARQUIVO DE RETORNO DA PREFEITURA PARA
      * O LOTE GERADO NO NFSRPS (NFSRETOR.TXT - TIPO 1 HEADER, TIPO 2
      * UM POR RPS COM O NUMERO DO RPS, A SITUACAO A = AUTORIZADO OU
      * R = REJEITADO, O NUMERO DA NFS-E E O MOTIVO DA REJEICAO, TIPO 9
      * TRAILER COM A QUANTIDADE) E ATUALIZA O RPS EM NFSE.DAT.
      * AUTORIZADO QUE VEIO DE UM RECIBO DO CAIXA TEM O NUMERO DA NFS-E
      * GRAVADO TAMBEM NO RECIBO (RCB-NFSE), QUE O RECREIMP MOSTRA NA
      * SEGUNDA VIA. OS REJEITADOS SAEM LISTADOS COM O MOTIVO EM
      * NFSRET.REL PARA A SECRETARIA CORRIGIR (EM GERAL O CADASTRO DO
      * RESPONSAVEL) - O PROXIMO NFSRPS DO MES EMITE UM RPS NOVO PARA
      * O MESMO PAGAMENTO. CADA ATUALIZACAO VAI PARA AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRET ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-RET.
           COPY CPYNFSS.
           COPY CPYRCBS.
           SELECT RELRET ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSRETOR.TXT".
       01 LINRET.
                03 RT-TIPO         PIC X(01).
                03 RT-RPS          PIC 9(09).
                03 RT-SITUACAO     PIC X(01).
                03 RT-NUMNFSE      PIC 9(15).
                03 RT-MOTIVO       PIC X(60).
                03 FILLER          PIC X(14).
       01 LINRET-TRAILER REDEFINES LINRET.
                03 FILLER          PIC X(01).
                03 RT-QTD          PIC 9(07).
                03 FILLER          PIC X(92).
      *
           COPY CPYNFSR.
           COPY CPYRCBR.
      *
       FD  RELRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSRET.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RET         PIC X(02) VALUE "00".
       77 ST-NFS         PIC X(02) VALUE "00".
       77 ST-RCB         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-RCBDISP      PIC X(01) VALUE "N".
       77 W-DETALHES     PIC 9(07) VALUE ZEROS.
       77 W-AUTORIZADOS  PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
       77 W-RECIBOS      PIC 9(06) VALUE ZEROS.
       77 W-IGNORADOS    PIC 9(06) VALUE ZEROS.
       77 W-QTDTRAILER   PIC 9(07) VALUE ZEROS.
       77 W-TEMTRAILER   PIC X(01) VALUE "N".
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "NFSRET - RETORNO DA PREFEITURA (NFS-E)".
       RET-OPER.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
               GO TO RET-OPER.
           MOVE W-OPERADOR TO W-SPLOPER.
           PERFORM RET-OP0 THRU RET-OP0-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           GO TO RET-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO. RECIBO.DAT AUSENTE SO
      * DEIXA DE RECEBER O NUMERO DA NOTA
      *-----------------------------------------------------------------
       RET-OP0.
           OPEN INPUT ARQRET
           IF ST-RET NOT = "00"
               DISPLAY "NFSRETOR.TXT NAO ENCONTRADO - ST=" ST-RET
               GO TO ROT-FIM.
           OPEN I-O NFSE
           IF ST-NFS NOT = "00"
               DISPLAY "ERRO AO ABRIR NFSE.DAT - ST=" ST-NFS
               CLOSE ARQRET
               GO TO ROT-FIM.
           OPEN I-O RECIBO
           IF ST-RCB = "00"
               MOVE "S" TO W-RCBDISP
           ELSE
               DISPLAY "SEM RECIBOS (RECIBO.DAT) - ST=" ST-RCB.
           OPEN OUTPUT RELRET
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR NFSRET.REL - ST=" ST-REL
               CLOSE ARQRET NFSE
               GO TO ROT-FIM.
           MOVE "NFSRET.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "NFSRET  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ARQRET NFSE RELRET
               GO TO ROT-FIM.
           MOVE "RETORNO DA PREFEITURA - RPS DA NFS-E" TO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
       RET-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LE O RETORNO LINHA A LINHA
      *-----------------------------------------------------------------
       RET-LER.
           READ ARQRET
               AT END GO TO RET-EOF.
           IF RT-TIPO = "1"
               GO TO RET-LER.
           IF RT-TIPO = "9"
               MOVE "S" TO W-TEMTRAILER
               MOVE RT-QTD TO W-QTDTRAILER
               GO TO RET-LER.
           IF RT-TIPO NOT = "2"
               GO TO RET-LER.
           ADD 1 TO W-DETALHES.
           PERFORM RET-RPS THRU RET-RPS-FIM.
           GO TO RET-LER.
      *
      *-----------------------------------------------------------------
      * A SITUACAO DE UM RPS - O PRIMEIRO MOTIVO IGNORA A LINHA
      *-----------------------------------------------------------------
       RET-RPS.
           MOVE SPACES TO W-MOTIVO
           MOVE RT-RPS TO NFS-RPS
           READ NFSE
           IF ST-NFS NOT = "00"
               MOVE "RPS NAO EMITIDO PELA ESCOLA" TO W-MOTIVO
               GO TO RET-RPS-IGN.
           IF RT-SITUACAO NOT = "A" AND RT-SITUACAO NOT = "R"
               MOVE "SITUACAO DESCONHECIDA" TO W-MOTIVO
               GO TO RET-RPS-IGN.
           IF NFS-SITUACAO = "A"
               MOVE "RPS JA AUTORIZADO" TO W-MOTIVO
               GO TO RET-RPS-IGN.
           IF RT-SITUACAO = "A" AND RT-NUMNFSE = ZEROS
               MOVE "AUTORIZADO SEM NUMERO DA NFS-E" TO W-MOTIVO
               GO TO RET-RPS-IGN.
           MOVE RT-SITUACAO TO NFS-SITUACAO
           IF RT-SITUACAO = "A"
               MOVE RT-NUMNFSE TO NFS-NUMNFSE
               MOVE SPACES     TO NFS-MOTIVO
           ELSE
               MOVE ZEROS      TO NFS-NUMNFSE
               MOVE RT-MOTIVO  TO NFS-MOTIVO.
           REWRITE REGNFS
           IF ST-NFS NOT = "00" AND ST-NFS NOT = "02"
               MOVE "ERRO DE REGRAVACAO" TO W-MOTIVO
               GO TO RET-RPS-IGN.
           MOVE "NFSE"      TO AUD-ARQ
           MOVE NFS-RPS     TO AUD-CHAVE
           IF RT-SITUACAO = "R"
               MOVE "REJEITADO" TO AUD-ACAO
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
               GO TO RET-RPS-REJ.
           MOVE "AUTORIZADO" TO AUD-ACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ADD 1 TO W-AUTORIZADOS
           IF NFS-RECIBO = ZEROS OR W-RCBDISP NOT = "S"
               GO TO RET-RPS-FIM.
           MOVE NFS-RECIBO TO RCB-NUM
           READ RECIBO
           IF ST-RCB NOT = "00"
               MOVE SPACES TO LINREL
               STRING "RPS " NFS-RPS " AUTORIZADO MAS RECIBO "
                      NFS-RECIBO " NAO ENCONTRADO"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM RET-IMP THRU RET-IMP-FIM
               GO TO RET-RPS-FIM.
           MOVE NFS-NUMNFSE TO RCB-NFSE
           REWRITE REGRCB
           IF ST-RCB = "00" OR ST-RCB = "02"
               ADD 1 TO W-RECIBOS
               MOVE "RECIBO"    TO AUD-ARQ
               MOVE "NFS-E"     TO AUD-ACAO
               MOVE RCB-NUM     TO AUD-CHAVE
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
           GO TO RET-RPS-FIM.
       RET-RPS-REJ.
           ADD 1 TO W-REJEITADOS
           MOVE SPACES TO LINREL
           STRING "RPS " NFS-RPS " REJEITADO - " NFS-ORIGEM " "
                  NFS-CHAVE (1:11) " RECIBO " NFS-RECIBO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    MOTIVO: " NFS-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           GO TO RET-RPS-FIM.
       RET-RPS-IGN.
           ADD 1 TO W-IGNORADOS
           MOVE SPACES TO LINREL
           STRING "RPS " RT-RPS " IGNORADO: " W-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
       RET-RPS-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO E CONFERENCIA DO TRAILER
      *-----------------------------------------------------------------
       RET-EOF.
           MOVE SPACES TO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "RPS NO RETORNO..........: " W-DETALHES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "AUTORIZADOS.............: " W-AUTORIZADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  NFS-E GRAVADA NO RECIBO: " W-RECIBOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "REJEITADOS (CORRIGIR)...: " W-REJEITADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "IGNORADOS...............: " W-IGNORADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           IF W-TEMTRAILER = "S"
               IF W-QTDTRAILER NOT = W-DETALHES
                   MOVE SPACES TO LINREL
                   STRING "ATENCAO: TRAILER INDICA " W-QTDTRAILER
                          " MAS FORAM LIDOS " W-DETALHES
                          DELIMITED BY SIZE INTO LINREL
                   PERFORM RET-IMP THRU RET-IMP-FIM
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE "ATENCAO: RETORNO SEM TRAILER" TO LINREL
               PERFORM RET-IMP THRU RET-IMP-FIM.
           IF W-RCBDISP = "S"
               CLOSE RECIBO.
           CLOSE ARQRET NFSE RELRET IMPRESSORA AUDITORIA.
           DISPLAY "NFSRET - RESULTADO EM NFSRET.REL".
           DISPLAY "AUTORIZADOS.: " W-AUTORIZADOS.
           DISPLAY "REJEITADOS..: " W-REJEITADOS.
           GO TO ROT-FIM.
      *
       RET-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RET-IMP-FIM.
           EXIT.
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
