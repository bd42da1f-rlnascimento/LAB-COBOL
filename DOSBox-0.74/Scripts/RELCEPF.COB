       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCEPF.
      **************************************
      *  AUDITORIA DE CEP.DAT CONTRA AS    *
      *  FAIXAS DOS CORREIOS POR UF        *
      **************************************
      *----------------------------------------------------------------
      * VARRE CEP.DAT INTEIRO E CONFERE CADA CODCEP/UF/CIDADE COM A
      * TABELA DE FAIXAS (FAIXACEP.DAT, CRITICA DE CPYFXCP). SAEM, POR
      * UF E EM ORDEM DE CEP (VIA SORT), OS REGISTROS INCONSISTENTES:
      *   FORA DA UF     - O CEP NAO CAI EM NENHUMA FAIXA DA UF (COM A
      *                    UF A QUE ELE PERTENCE, QUANDO ACHADA - O
      *                    CASO DO DIGITO TROCADO OU DA UF ERRADA);
      *   FORA DA CIDADE - CAI NA UF, MAS A CIDADE TEM FAIXA PROPRIA E
      *                    O CEP NAO ESTA NELA;
      *   UF SEM FAIXA   - A UF DO REGISTRO NAO TEM FAIXA NA TABELA.
      * OS REGISTROS SAO CORRIGIDOS NO CADCEP, QUE JA CRITICA A FAIXA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCEPS.
           COPY CPYFXCS.
           SELECT FXCORD ASSIGN TO DISK.
           SELECT RELFXC ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCEPR.
           COPY CPYFXCR.
      *
       SD  FXCORD.
       01 REGORD.
                03 ORD-UF          PIC X(02).
                03 ORD-CODCEP      PIC 9(08).
                03 ORD-CIDADE      PIC X(20).
      *        U = FORA DA UF, C = FORA DA CIDADE, N = UF SEM FAIXA
                03 ORD-TIPO        PIC X(01).
                03 ORD-UFCEP       PIC X(02).
      *
       FD  RELFXC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCEPF.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYFXCW.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-FORAUF       PIC 9(06) VALUE ZEROS.
       77 W-FORACID      PIC 9(06) VALUE ZEROS.
       77 W-SEMFAIXA     PIC 9(06) VALUE ZEROS.
       77 W-UFQTD        PIC 9(06) VALUE ZEROS.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-UFANT        PIC X(02) VALUE SPACES.
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELCEPF - AUDITORIA DE CEP.DAT x FAIXAS DA UF".
           PERFORM RCF-OP0 THRU RCF-OP0-FIM.
           SORT FXCORD ON ASCENDING KEY ORD-UF
                      ON ASCENDING KEY ORD-CODCEP
                      INPUT PROCEDURE RCF-SELECIONA
                                 THRU RCF-SELECIONA-FIM
                      OUTPUT PROCEDURE RCF-IMPRIME
                                 THRU RCF-IMPRIME-FIM.
           PERFORM RCF-RESUMO THRU RCF-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO - SEM A TABELA DE FAIXAS NAO
      * HA O QUE AUDITAR
      *-----------------------------------------------------------------
       RCF-OP0.
           PERFORM FXC-ABRE THRU FXC-ABRE-FIM.
           IF W-FXCDISP NOT = "S"
               DISPLAY "FAIXACEP.DAT INDISPONIVEL - RODE O FXCCARGA"
               GO TO ROT-FIM.
           OPEN INPUT CEP
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR CEP.DAT - ST=" ST-ERRO
               PERFORM FXC-FECHA THRU FXC-FECHA-FIM
               GO TO ROT-FIM.
           OPEN OUTPUT RELFXC
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCEPF.TXT - ST=" ST-REL
               PERFORM FXC-FECHA THRU FXC-FECHA-FIM
               CLOSE CEP
               GO TO ROT-FIM.
           MOVE "RELCEPF.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELCEPF " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               PERFORM FXC-FECHA THRU FXC-FECHA-FIM
               CLOSE CEP RELFXC
               GO TO ROT-FIM.
           MOVE "AUDITORIA DE CEP.DAT - CEP x FAIXAS DOS CORREIOS"
               TO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
       RCF-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONFERE CADA REGISTRO DE CEP.DAT E SEPARA OS INCONSISTENTES
      *-----------------------------------------------------------------
       RCF-SELECIONA.
           READ CEP NEXT RECORD
               AT END GO TO RCF-SELECIONA-FIM.
           ADD 1 TO W-LIDOS
           MOVE CODCEP TO W-FXCCEP
           MOVE UF     TO W-FXCUF
           MOVE CIDADE TO W-FXCCID
           PERFORM FXC-VER THRU FXC-VER-FIM.
           IF W-FXCRES = "S"
               GO TO RCF-SELECIONA.
           IF W-FXCRES = "U"
               ADD 1 TO W-FORAUF.
           IF W-FXCRES = "C"
               ADD 1 TO W-FORACID.
           IF W-FXCRES = "N"
               ADD 1 TO W-SEMFAIXA.
           MOVE UF         TO ORD-UF
           MOVE CODCEP     TO ORD-CODCEP
           MOVE CIDADE     TO ORD-CIDADE
           MOVE W-FXCRES   TO ORD-TIPO
           MOVE W-FXCUFCEP TO ORD-UFCEP
           RELEASE REGORD.
           GO TO RCF-SELECIONA.
       RCF-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM BLOCO POR UF, UMA LINHA POR CEP INCONSISTENTE
      *-----------------------------------------------------------------
       RCF-IMPRIME.
           RETURN FXCORD AT END
               PERFORM RCF-FECHAUF THRU RCF-FECHAUF-FIM
               GO TO RCF-IMPRIME-FIM.
           IF W-PRIMEIRO = "S"
               PERFORM RCF-ABREUF THRU RCF-ABREUF-FIM.
           IF ORD-UF NOT = W-UFANT
               PERFORM RCF-FECHAUF THRU RCF-FECHAUF-FIM
               PERFORM RCF-ABREUF THRU RCF-ABREUF-FIM.
           ADD 1 TO W-UFQTD
           MOVE SPACES TO W-MOTIVO
           IF ORD-TIPO = "U"
               STRING "FORA DA UF (FAIXA DE " ORD-UFCEP ")"
                      DELIMITED BY SIZE INTO W-MOTIVO.
           IF ORD-TIPO = "U" AND ORD-UFCEP = SPACES
               MOVE "FORA DA UF (SEM FAIXA)" TO W-MOTIVO.
           IF ORD-TIPO = "C"
               MOVE "FORA DA CIDADE" TO W-MOTIVO.
           IF ORD-TIPO = "N"
               MOVE "UF SEM FAIXA NA TABELA" TO W-MOTIVO.
           MOVE SPACES TO LINREL
           STRING "  " ORD-CODCEP " " ORD-CIDADE " " W-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
           GO TO RCF-IMPRIME.
       RCF-IMPRIME-FIM.
           EXIT.
      *
       RCF-ABREUF.
           MOVE "N" TO W-PRIMEIRO
           MOVE ORD-UF TO W-UFANT
           MOVE ZEROS TO W-UFQTD
           MOVE SPACES TO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
           STRING "UF " ORD-UF
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
           MOVE "  CEP      CIDADE               MOTIVO" TO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
       RCF-ABREUF-FIM.
           EXIT.
      *
       RCF-FECHAUF.
           IF W-PRIMEIRO = "S"
               GO TO RCF-FECHAUF-FIM.
           MOVE SPACES TO LINREL
           STRING "  TOTAL DA UF " W-UFANT ": " W-UFQTD
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
       RCF-FECHAUF-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO FINAL
      *-----------------------------------------------------------------
       RCF-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
           IF W-PRIMEIRO = "S"
               MOVE "NENHUM CEP INCONSISTENTE COM AS FAIXAS" TO LINREL
               PERFORM RCF-IMP THRU RCF-IMP-FIM
               MOVE SPACES TO LINREL.
           STRING "CEPS LIDOS..............: " W-LIDOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "FORA DA FAIXA DA UF.....: " W-FORAUF
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "FORA DA FAIXA DA CIDADE.: " W-FORACID
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "UF SEM FAIXA NA TABELA..: " W-SEMFAIXA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RCF-IMP THRU RCF-IMP-FIM.
           PERFORM FXC-FECHA THRU FXC-FECHA-FIM.
           CLOSE CEP RELFXC IMPRESSORA.
           DISPLAY "RELCEPF - RELATORIO GERADO EM RELCEPF.TXT".
           DISPLAY "FORA DA FAIXA DA UF.....: " W-FORAUF.
           DISPLAY "FORA DA FAIXA DA CIDADE.: " W-FORACID.
       RCF-RESUMO-FIM.
           EXIT.
      *
       RCF-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RCF-IMP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CRITICA DO CODCEP CONTRA AS FAIXAS DOS CORREIOS (CPYFXCP)
      *-----------------------------------------------------------------
           COPY CPYFXCP.
      *
       ROT-FIM.
           STOP RUN.
