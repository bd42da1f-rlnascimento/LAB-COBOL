       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMLRET.
      **************************************
      *  RETORNO DO PROVEDOR DE EMAIL      *
      *  (EMAILRET.TXT -> EMAILDEV.DAT)    *
      **************************************
      *----------------------------------------------------------------
      * NO MOLDE DO AVISORET: LE O RETORNO DO PROVEDOR DE EMAIL PARA
      * O LOTE EMAILLOT.TXT DO CARTAMIG/EVNCARTA (EMAILRET.TXT - TIPO
      * 1 HEADER, TIPO 2 UM POR MENSAGEM COM O APELIDO, O EMAIL, A
      * SITUACAO E = ENTREGUE, H = DEVOLUCAO DEFINITIVA (HARD BOUNCE)
      * OU S = DEVOLUCAO TEMPORARIA (SOFT BOUNCE) E O MOTIVO, TIPO 9
      * TRAILER COM A QUANTIDADE). SO CONTA A LINHA CUJO EMAIL AINDA
      * E O DO CADASTRO DO AMIGO.
      * H MARCA O AMIGO EM EMAILDEV.DAT (PRIMEIRA E ULTIMA DATA E
      * QUANTIDADE; UM ENDERECO NOVO RECOMECA A CONTAGEM), POE O AMIGO
      * NA AGENDA (AGENDA.DAT) PARA HOJE COM ORIGEM "E" - LIGAR PARA
      * PEDIR O NOVO ENDERECO - COM A MESMA REGRA DO RELEMPR (COBRANCA
      * DE DEVOLUCAO E DATA JA VENCIDA FICAM COMO ESTAO) E SAI NA
      * LISTA DE EMAILS RUINS EM EMLRET.REL COM NOME E FONE.
      * E NO MESMO ENDERECO APAGA A MARCA; S SO E CONTADO. CADA
      * MUDANCA VAI PARA AUDIT.TXT.
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
           COPY CPYEDVS.
           SELECT CODAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO.
           COPY CPYAGES.
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
               VALUE OF FILE-ID IS "EMAILRET.TXT".
       01 LINRET.
                03 RT-TIPO         PIC X(01).
                03 RT-APELIDO      PIC X(12).
                03 RT-EMAIL        PIC X(35).
                03 RT-SITUACAO     PIC X(01).
                03 RT-MOTIVO       PIC X(30).
                03 FILLER          PIC X(01).
       01 LINRET-TRAILER REDEFINES LINRET.
                03 FILLER          PIC X(01).
                03 RT-QTD          PIC 9(07).
                03 FILLER          PIC X(72).
      *
           COPY CPYEDVR.
           COPY CPYAMIR.
           COPY CPYAGER.
      *
       FD  RELRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMLRET.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RET         PIC X(02) VALUE "00".
       77 ST-EDV         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-AGE         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-DETALHES     PIC 9(07) VALUE ZEROS.
       77 W-ENTREGUES    PIC 9(06) VALUE ZEROS.
       77 W-DESMARCA     PIC 9(06) VALUE ZEROS.
       77 W-HARD         PIC 9(06) VALUE ZEROS.
       77 W-SOFT         PIC 9(06) VALUE ZEROS.
       77 W-AGEMARCA     PIC 9(06) VALUE ZEROS.
       77 W-IGNORADOS    PIC 9(06) VALUE ZEROS.
       77 W-QTDTRAILER   PIC 9(07) VALUE ZEROS.
       77 W-TEMTRAILER   PIC X(01) VALUE "N".
       77 W-EDVNOVO      PIC X(01) VALUE "N".
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
       77 W-QTDED        PIC ZZ9.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EMLRET - RETORNO DO LOTE DE EMAIL".
       RET-OPER.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
               GO TO RET-OPER.
           MOVE W-OPERADOR TO W-SPLOPER.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM RET-OP0 THRU RET-OP0-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           GO TO RET-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO. EMAILDEV.DAT E AGENDA.DAT
      * SAO CRIADOS NA PRIMEIRA VEZ
      *-----------------------------------------------------------------
       RET-OP0.
           OPEN INPUT ARQRET
           IF ST-RET NOT = "00"
               DISPLAY "EMAILRET.TXT NAO ENCONTRADO - ST=" ST-RET
               GO TO ROT-FIM.
           OPEN INPUT CODAMIGO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR AMIGO.DAT - ST=" ST-ERRO
               CLOSE ARQRET
               GO TO ROT-FIM.
       RET-OP1.
           OPEN I-O EMAILDEV
           IF ST-EDV NOT = "00"
               IF ST-EDV = "30" OR ST-EDV = "35"
                      OPEN OUTPUT EMAILDEV
                      CLOSE EMAILDEV
                      GO TO RET-OP1
               ELSE
                      DISPLAY "ERRO AO ABRIR EMAILDEV.DAT - ST=" ST-EDV
                      CLOSE ARQRET CODAMIGO
                      GO TO ROT-FIM.
       RET-OP2.
           OPEN I-O AGENDA
           IF ST-AGE NOT = "00"
               IF ST-AGE = "30" OR ST-AGE = "35"
                      OPEN OUTPUT AGENDA
                      CLOSE AGENDA
                      GO TO RET-OP2
               ELSE
                      DISPLAY "ERRO AO ABRIR AGENDA.DAT - ST=" ST-AGE
                      CLOSE ARQRET CODAMIGO EMAILDEV
                      GO TO ROT-FIM.
           OPEN OUTPUT RELRET
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR EMLRET.REL - ST=" ST-REL
               CLOSE ARQRET CODAMIGO EMAILDEV AGENDA
               GO TO ROT-FIM.
           MOVE "EMLRET.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "EMLRET  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ARQRET CODAMIGO EMAILDEV AGENDA RELRET
               GO TO ROT-FIM.
           MOVE "RETORNO DO LOTE DE EMAIL - EMAILS RUINS PARA LIGAR"
               TO LINREL
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
           PERFORM RET-EMAIL THRU RET-EMAIL-FIM.
           GO TO RET-LER.
      *
      *-----------------------------------------------------------------
      * A SITUACAO DE UMA MENSAGEM - O PRIMEIRO MOTIVO IGNORA A LINHA
      *-----------------------------------------------------------------
       RET-EMAIL.
           MOVE SPACES TO W-MOTIVO
           IF RT-SITUACAO NOT = "E" AND RT-SITUACAO NOT = "H"
                                    AND RT-SITUACAO NOT = "S"
               MOVE "SITUACAO DESCONHECIDA" TO W-MOTIVO
               GO TO RET-EMAIL-IGN.
           MOVE RT-APELIDO TO APELIDO
           READ CODAMIGO
           IF ST-ERRO NOT = "00"
               MOVE "AMIGO NAO CADASTRADO" TO W-MOTIVO
               GO TO RET-EMAIL-IGN.
           IF RT-EMAIL NOT = EMAIL
               MOVE "EMAIL JA TROCADO NO CADASTRO" TO W-MOTIVO
               GO TO RET-EMAIL-IGN.
           IF RT-SITUACAO = "S"
               ADD 1 TO W-SOFT
               GO TO RET-EMAIL-FIM.
           IF RT-SITUACAO = "H"
               GO TO RET-EMAIL-DEV.
      *        ENTREGUE: O ENDERECO VOLTOU A FUNCIONAR
           ADD 1 TO W-ENTREGUES
           MOVE RT-APELIDO TO EDV-APELIDO
           READ EMAILDEV
           IF ST-EDV NOT = "00" OR EDV-EMAIL NOT = RT-EMAIL
               GO TO RET-EMAIL-FIM.
           DELETE EMAILDEV RECORD
           IF ST-EDV NOT = "00"
               MOVE "ERRO AO APAGAR A DEVOLUCAO" TO W-MOTIVO
               GO TO RET-EMAIL-IGN.
           ADD 1 TO W-DESMARCA
           MOVE "EMAILDEV"  TO AUD-ARQ
           MOVE "ENTREGUE"  TO AUD-ACAO
           MOVE RT-APELIDO  TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO RET-EMAIL-FIM.
      *        DEVOLUCAO DEFINITIVA: MARCA, CONTA E AGENDA A LIGACAO
       RET-EMAIL-DEV.
           MOVE "N" TO W-EDVNOVO
           MOVE RT-APELIDO TO EDV-APELIDO
           READ EMAILDEV
           IF ST-EDV NOT = "00"
               MOVE "S" TO W-EDVNOVO
               MOVE RT-APELIDO TO EDV-APELIDO
               MOVE ZEROS TO EDV-QTD
               MOVE W-HOJE TO EDV-PRIMEIRA.
           IF EDV-EMAIL NOT = RT-EMAIL
               MOVE ZEROS TO EDV-QTD
               MOVE W-HOJE TO EDV-PRIMEIRA.
           MOVE RT-EMAIL   TO EDV-EMAIL
           MOVE W-HOJE     TO EDV-ULTIMA
           MOVE RT-MOTIVO  TO EDV-MOTIVO
           IF EDV-QTD < 999
               ADD 1 TO EDV-QTD.
           IF W-EDVNOVO = "S"
               WRITE REGEDV
           ELSE
               REWRITE REGEDV.
           IF ST-EDV NOT = "00" AND ST-EDV NOT = "02"
               MOVE "ERRO AO GRAVAR EMAILDEV.DAT" TO W-MOTIVO
               GO TO RET-EMAIL-IGN.
           ADD 1 TO W-HARD
           MOVE "EMAILDEV"  TO AUD-ARQ
           MOVE "DEVOLVIDO" TO AUD-ACAO
           MOVE RT-APELIDO  TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
           PERFORM RET-AGENDA THRU RET-AGENDA-FIM.
           MOVE EDV-QTD TO W-QTDED
           MOVE SPACES TO LINREL
           STRING APELIDO " " NOME " (" DDD ") " NUMERO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    EMAIL: " EDV-EMAIL " DEVOLUCOES: " W-QTDED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    MOTIVO: " EDV-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           GO TO RET-EMAIL-FIM.
       RET-EMAIL-IGN.
           ADD 1 TO W-IGNORADOS
           MOVE SPACES TO LINREL
           STRING "EMAIL DE " RT-APELIDO " IGNORADO: " W-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
       RET-EMAIL-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LIGACAO NA AGENDA PARA PEDIR O NOVO ENDERECO: SEM ENTRADA, OU
      * COM DATA FUTURA MARCADA OU SUGERIDA, VAI PARA HOJE COM ORIGEM
      * "E"; COBRANCA DE DEVOLUCAO OU DATA JA VENCIDA JA SAEM NO
      * RELAGEN DE HOJE E FICAM COMO ESTAO (O RELAGEN MOSTRA O EMAIL
      * DEVOLVIDO DE QUALQUER AMIGO DA LISTA)
      *-----------------------------------------------------------------
       RET-AGENDA.
           MOVE RT-APELIDO TO AGE-APELIDO
           READ AGENDA
           IF ST-AGE = "00"
               IF AGE-ORIGEM = "D" OR AGE-PROXDATA NOT > W-HOJE
                   GO TO RET-AGENDA-FIM
               ELSE
                   MOVE W-HOJE TO AGE-PROXDATA
                   MOVE "E"    TO AGE-ORIGEM
                   REWRITE REGAGE
           ELSE
               MOVE RT-APELIDO TO AGE-APELIDO
               MOVE W-HOJE     TO AGE-PROXDATA
               MOVE "E"        TO AGE-ORIGEM
               WRITE REGAGE.
           IF ST-AGE NOT = "00" AND ST-AGE NOT = "02"
               DISPLAY "ERRO AO GRAVAR AGENDA DE " RT-APELIDO
                   " - ST=" ST-AGE
               GO TO RET-AGENDA-FIM.
           ADD 1 TO W-AGEMARCA
           MOVE "AGENDA"    TO AUD-ARQ
           MOVE "EMAILRUIM" TO AUD-ACAO
           MOVE RT-APELIDO  TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       RET-AGENDA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO E CONFERENCIA DO TRAILER
      *-----------------------------------------------------------------
       RET-EOF.
           MOVE SPACES TO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MENSAGENS NO RETORNO....: " W-DETALHES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ENTREGUES...............: " W-ENTREGUES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  DEVOLUCOES DESFEITAS..: " W-DESMARCA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DEVOLUCAO DEFINITIVA....: " W-HARD
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  LIGACOES NA AGENDA....: " W-AGEMARCA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RET-IMP THRU RET-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DEVOLUCAO TEMPORARIA....: " W-SOFT
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
           CLOSE ARQRET CODAMIGO EMAILDEV AGENDA RELRET IMPRESSORA
                 AUDITORIA.
           DISPLAY "EMLRET - RESULTADO EM EMLRET.REL".
           DISPLAY "ENTREGUES...........: " W-ENTREGUES.
           DISPLAY "DEVOLUCAO DEFINITIVA: " W-HARD.
           DISPLAY "LIGACOES NA AGENDA..: " W-AGEMARCA.
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
