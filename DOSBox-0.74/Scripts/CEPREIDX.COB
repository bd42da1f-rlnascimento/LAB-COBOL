       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPREIDX.
      **************************************
      *  RECONSTRUCAO / CONFERENCIA DO     *
      *  INDICE DE USO DE CEP (CEPUSO.DAT) *
      **************************************
      *----------------------------------------------------------------
      * O CEPUSO.DAT GUARDA, PARA CADA REGISTRO DE AMIGO, VEICULO,
      * FORNEC, RESPONS E PARADA COM CEP INFORMADO, O ARQUIVO, A
      * CHAVE E O CEP; E MANTIDO NA HORA PELO CEPIDX EM CADA GRAVACAO
      * E LIDO PELO CADCEP, PELO RELCEPQ E PELA PESQUISA DE CEP. ESTE
      * JOB RODA EM DOIS MODOS:
      *   R (RECONSTRUIR) - CRIA O CEPUSO.DAT DO ZERO A PARTIR DOS
      *     CINCO ARQUIVOS. RODAR NA IMPLANTACAO DO INDICE E SEMPRE
      *     QUE A CONFERENCIA APONTAR DIFERENCA, COM O SISTEMA PARADO;
      *   C (CONFERIR) - NAO ALTERA NADA; LISTA O REGISTRO COM CEP QUE
      *     NAO ESTA NO INDICE (FALTA), O QUE ESTA COM OUTRO CEP
      *     (DIVERGENTE) E A ENTRADA DO INDICE CUJO REGISTRO NAO EXISTE
      *     MAIS OU FICOU SEM CEP (SOBRA).
      * ARQUIVO DE ORIGEM AUSENTE CONTA COMO VAZIO. RELATORIO EM
      * CEPREIDX.TXT E NA IMPRESSORA (CEPREIDX.SPL).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCPXS.
           SELECT CODAMIGO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS APELIDO
                        FILE STATUS  IS ST-AMI.
           SELECT CADVEIC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS PLACA
                        FILE STATUS  IS ST-VEI.
           COPY CPYFORS.
           COPY CPYRSPS.
           COPY CPYRPAS.
           SELECT RELCRX ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCPXR.
      *
           COPY CPYAMIR
               REPLACING ==CODCEP== BY ==CODCEP-AMI==.
           COPY CPYVEIR
               REPLACING ==CODCEP== BY ==CODCEP-VEI==.
           COPY CPYFORR.
           COPY CPYRSPR.
           COPY CPYRPAR.
      *
       FD  RELCRX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPREIDX.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CPX         PIC X(02) VALUE "00".
       77 ST-AMI         PIC X(02) VALUE "00".
       77 ST-VEI         PIC X(02) VALUE "00".
       77 ST-FOR         PIC X(02) VALUE "00".
       77 ST-RSP         PIC X(02) VALUE "00".
       77 ST-RPA         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-MODO         PIC X(01) VALUE SPACES.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
      *        ARQUIVOS DE ORIGEM ABERTOS (S/N)
       77 W-AMIOK        PIC X(01) VALUE "N".
       77 W-VEIOK        PIC X(01) VALUE "N".
       77 W-FOROK        PIC X(01) VALUE "N".
       77 W-RSPOK        PIC X(01) VALUE "N".
       77 W-RPAOK        PIC X(01) VALUE "N".
      *        ENTRADA MONTADA A PARTIR DO REGISTRO DE ORIGEM
       77 W-ARQ          PIC X(07) VALUE SPACES.
       77 W-ID           PIC X(14) VALUE SPACES.
       77 W-CEP          PIC 9(08) VALUE ZEROS.
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-OCORR        PIC X(16) VALUE SPACES.
      *        CONTADORES
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-COMCEP       PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 W-ENTRADAS     PIC 9(06) VALUE ZEROS.
       77 W-FALTA        PIC 9(06) VALUE ZEROS.
       77 W-DIVERG       PIC 9(06) VALUE ZEROS.
       77 W-SOBRA        PIC 9(06) VALUE ZEROS.
       77 W-ERROS        PIC 9(06) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CEPREIDX - INDICE DE USO DE CEP (CEPUSO.DAT)".
       CRX-MODO.
           DISPLAY "MODO (R = RECONSTRUIR, C = SO CONFERIR): ".
           MOVE SPACES TO W-MODO
           ACCEPT W-MODO.
           IF W-MODO = "r"
               MOVE "R" TO W-MODO.
           IF W-MODO = "c"
               MOVE "C" TO W-MODO.
           IF W-MODO NOT = "R" AND W-MODO NOT = "C"
               GO TO CRX-MODO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM CRX-OP0 THRU CRX-OP0-FIM.
           PERFORM CRX-AMI THRU CRX-AMI-FIM.
           PERFORM CRX-VEI THRU CRX-VEI-FIM.
           PERFORM CRX-FOR THRU CRX-FOR-FIM.
           PERFORM CRX-RSP THRU CRX-RSP-FIM.
           PERFORM CRX-RPA THRU CRX-RPA-FIM.
           IF W-MODO = "C"
               PERFORM CRX-SOB THRU CRX-SOB-FIM.
           GO TO CRX-EOF.
      *
      *-----------------------------------------------------------------
      * ABERTURA: O INDICE E CRIADO VAZIO NA RECONSTRUCAO E SO LIDO NA
      * CONFERENCIA; OS ARQUIVOS DE ORIGEM SAO OPCIONAIS
      *-----------------------------------------------------------------
       CRX-OP0.
           IF W-MODO = "R"
               OPEN OUTPUT CEPUSO
           ELSE
               OPEN INPUT CEPUSO.
           IF ST-CPX NOT = "00"
               DISPLAY "ERRO AO ABRIR CEPUSO.DAT - ST=" ST-CPX
               GO TO ROT-FIM.
           OPEN INPUT CODAMIGO
           IF ST-AMI = "00"
               MOVE "S" TO W-AMIOK.
           OPEN INPUT CADVEIC
           IF ST-VEI = "00"
               MOVE "S" TO W-VEIOK.
           OPEN INPUT FORNEC
           IF ST-FOR = "00"
               MOVE "S" TO W-FOROK.
           OPEN INPUT RESPONS
           IF ST-RSP = "00"
               MOVE "S" TO W-RSPOK.
           OPEN INPUT PARADA
           IF ST-RPA = "00"
               MOVE "S" TO W-RPAOK.
           OPEN OUTPUT RELCRX
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR CEPREIDX.TXT - ST=" ST-REL
               PERFORM CRX-FECHA THRU CRX-FECHA-FIM
               GO TO ROT-FIM.
           MOVE "CEPREIDX.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "CEPREIDX" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               PERFORM CRX-FECHA THRU CRX-FECHA-FIM
               CLOSE RELCRX
               GO TO ROT-FIM.
           IF W-MODO = "R"
               MOVE "RECONSTRUCAO DO INDICE DE USO DE CEP (CEPUSO.DAT)"
                    TO LINREL
           ELSE
               MOVE "CONFERENCIA DO INDICE DE USO DE CEP (CEPUSO.DAT)"
                    TO LINREL.
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           MOVE SPACES TO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
       CRX-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * VARREDURA DOS ARQUIVOS DE ORIGEM - CADA REGISTRO COM CEP VAI
      * PARA CRX-ENTRADA (GRAVA OU CONFERE CONFORME O MODO)
      *-----------------------------------------------------------------
       CRX-AMI.
           IF W-AMIOK NOT = "S"
               GO TO CRX-AMI-FIM.
       CRX-AMI-LER.
           READ CODAMIGO NEXT RECORD
               AT END GO TO CRX-AMI-FIM.
           ADD 1 TO W-LIDOS.
           IF CODCEP-AMI = ZEROS
               GO TO CRX-AMI-LER.
           MOVE "AMIGO" TO W-ARQ
           MOVE APELIDO TO W-ID
           MOVE CODCEP-AMI TO W-CEP
           PERFORM CRX-ENTRADA THRU CRX-ENTRADA-FIM.
           GO TO CRX-AMI-LER.
       CRX-AMI-FIM.
           EXIT.
      *
       CRX-VEI.
           IF W-VEIOK NOT = "S"
               GO TO CRX-VEI-FIM.
       CRX-VEI-LER.
           READ CADVEIC NEXT RECORD
               AT END GO TO CRX-VEI-FIM.
           ADD 1 TO W-LIDOS.
           IF CODCEP-VEI = ZEROS
               GO TO CRX-VEI-LER.
           MOVE "VEICULO" TO W-ARQ
           MOVE PLACA TO W-ID
           MOVE CODCEP-VEI TO W-CEP
           PERFORM CRX-ENTRADA THRU CRX-ENTRADA-FIM.
           GO TO CRX-VEI-LER.
       CRX-VEI-FIM.
           EXIT.
      *
       CRX-FOR.
           IF W-FOROK NOT = "S"
               GO TO CRX-FOR-FIM.
       CRX-FOR-LER.
           READ FORNEC NEXT RECORD
               AT END GO TO CRX-FOR-FIM.
           ADD 1 TO W-LIDOS.
           IF FOR-CODCEP = ZEROS
               GO TO CRX-FOR-LER.
           MOVE "FORNEC" TO W-ARQ
           MOVE FOR-DOC TO W-ID
           MOVE FOR-CODCEP TO W-CEP
           PERFORM CRX-ENTRADA THRU CRX-ENTRADA-FIM.
           GO TO CRX-FOR-LER.
       CRX-FOR-FIM.
           EXIT.
      *
       CRX-RSP.
           IF W-RSPOK NOT = "S"
               GO TO CRX-RSP-FIM.
       CRX-RSP-LER.
           READ RESPONS NEXT RECORD
               AT END GO TO CRX-RSP-FIM.
           ADD 1 TO W-LIDOS.
           IF RSP-CODCEP = ZEROS
               GO TO CRX-RSP-LER.
           MOVE "RESPONS" TO W-ARQ
           MOVE RSP-CPF TO W-ID
           MOVE RSP-CODCEP TO W-CEP
           PERFORM CRX-ENTRADA THRU CRX-ENTRADA-FIM.
           GO TO CRX-RSP-LER.
       CRX-RSP-FIM.
           EXIT.
      *
       CRX-RPA.
           IF W-RPAOK NOT = "S"
               GO TO CRX-RPA-FIM.
       CRX-RPA-LER.
           READ PARADA NEXT RECORD
               AT END GO TO CRX-RPA-FIM.
           ADD 1 TO W-LIDOS.
           IF RPA-CEP = ZEROS
               GO TO CRX-RPA-LER.
           MOVE "PARADA" TO W-ARQ
           MOVE RPA-CHAVE TO W-ID
           MOVE RPA-CEP TO W-CEP
           PERFORM CRX-ENTRADA THRU CRX-ENTRADA-FIM.
           GO TO CRX-RPA-LER.
       CRX-RPA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM REGISTRO COM CEP: NA RECONSTRUCAO GRAVA A ENTRADA; NA
      * CONFERENCIA PROCURA A ENTRADA E COMPARA O CEP
      *-----------------------------------------------------------------
       CRX-ENTRADA.
           ADD 1 TO W-COMCEP.
           MOVE W-ARQ TO CPX-ARQ
           MOVE W-ID TO CPX-ID
           IF W-MODO = "C"
               GO TO CRX-ENTRADA-CONF.
           MOVE W-CEP TO CPX-CEP
           MOVE W-HOJE TO CPX-DATA
           WRITE REGCPX
           IF ST-CPX NOT = "00"
               ADD 1 TO W-ERROS
               DISPLAY "ERRO AO GRAVAR CEPUSO.DAT - ST=" ST-CPX
                       " " W-ARQ " " W-ID
               GO TO CRX-ENTRADA-FIM.
           ADD 1 TO W-GRAVADOS.
           GO TO CRX-ENTRADA-FIM.
       CRX-ENTRADA-CONF.
           READ CEPUSO
           IF ST-CPX NOT = "00"
               ADD 1 TO W-FALTA
               MOVE "FALTA NO INDICE" TO W-OCORR
               PERFORM CRX-LISTA THRU CRX-LISTA-FIM
               GO TO CRX-ENTRADA-FIM.
           IF CPX-CEP NOT = W-CEP
               ADD 1 TO W-DIVERG
               MOVE "CEP DIVERGENTE" TO W-OCORR
               PERFORM CRX-LISTA THRU CRX-LISTA-FIM.
       CRX-ENTRADA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONFERENCIA NO SENTIDO CONTRARIO: CADA ENTRADA DO INDICE TEM
      * DE TER O REGISTRO DE ORIGEM, AINDA COM CEP
      *-----------------------------------------------------------------
       CRX-SOB.
           MOVE LOW-VALUES TO CPX-REF
           START CEPUSO KEY IS NOT LESS THAN CPX-REF
           IF ST-CPX NOT = "00"
               GO TO CRX-SOB-FIM.
       CRX-SOB-LER.
           READ CEPUSO NEXT RECORD
               AT END GO TO CRX-SOB-FIM.
           ADD 1 TO W-ENTRADAS.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-CEP
           IF CPX-ARQ = "AMIGO" AND W-AMIOK = "S"
               MOVE CPX-ID TO APELIDO
               READ CODAMIGO
               IF ST-AMI = "00"
                   MOVE "S" TO W-ACHOU
                   MOVE CODCEP-AMI TO W-CEP.
           IF CPX-ARQ = "VEICULO" AND W-VEIOK = "S"
               MOVE CPX-ID TO PLACA
               READ CADVEIC
               IF ST-VEI = "00"
                   MOVE "S" TO W-ACHOU
                   MOVE CODCEP-VEI TO W-CEP.
           IF CPX-ARQ = "FORNEC" AND W-FOROK = "S"
               MOVE CPX-ID TO FOR-DOC-R
               READ FORNEC
               IF ST-FOR = "00"
                   MOVE "S" TO W-ACHOU
                   MOVE FOR-CODCEP TO W-CEP.
           IF CPX-ARQ = "RESPONS" AND W-RSPOK = "S"
               MOVE CPX-ID (1:11) TO RSP-CPF
               READ RESPONS
               IF ST-RSP = "00"
                   MOVE "S" TO W-ACHOU
                   MOVE RSP-CODCEP TO W-CEP.
           IF CPX-ARQ = "PARADA" AND W-RPAOK = "S"
               MOVE CPX-ID TO RPA-CHAVE
               READ PARADA
               IF ST-RPA = "00"
                   MOVE "S" TO W-ACHOU
                   MOVE RPA-CEP TO W-CEP.
           IF W-ACHOU = "S" AND W-CEP NOT = ZEROS
               GO TO CRX-SOB-LER.
           ADD 1 TO W-SOBRA
           MOVE CPX-ARQ TO W-ARQ
           MOVE CPX-ID TO W-ID
           MOVE CPX-CEP TO W-CEP
           IF W-ACHOU = "S"
               MOVE "SOBRA - SEM CEP" TO W-OCORR
           ELSE
               MOVE "SOBRA - EXCLUIDO" TO W-OCORR.
           PERFORM CRX-LISTA THRU CRX-LISTA-FIM.
           GO TO CRX-SOB-LER.
       CRX-SOB-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA LINHA DE DIFERENCA (CEP DO REGISTRO; NA DIVERGENCIA, TAMBEM
      * O CEP QUE ESTA NO INDICE)
      *-----------------------------------------------------------------
       CRX-LISTA.
           MOVE SPACES TO LINREL
           STRING W-OCORR " " W-ARQ " " W-ID " CEP " W-CEP
                  DELIMITED BY SIZE INTO LINREL
           IF W-OCORR = "CEP DIVERGENTE"
               MOVE " NO INDICE " TO LINREL (55:11)
               MOVE CPX-CEP TO LINREL (66:8).
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
       CRX-LISTA-FIM.
           EXIT.
      *
       CRX-IMPRIME.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       CRX-IMPRIME-FIM.
           EXIT.
      *
       CRX-FECHA.
           CLOSE CEPUSO
           IF W-AMIOK = "S"
               CLOSE CODAMIGO.
           IF W-VEIOK = "S"
               CLOSE CADVEIC.
           IF W-FOROK = "S"
               CLOSE FORNEC.
           IF W-RSPOK = "S"
               CLOSE RESPONS.
           IF W-RPAOK = "S"
               CLOSE PARADA.
       CRX-FECHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       CRX-EOF.
           MOVE SPACES TO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           STRING "REGISTROS LIDOS.........: " W-LIDOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           MOVE SPACES TO LINREL
           STRING "REGISTROS COM CEP.......: " W-COMCEP
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           IF W-MODO = "C"
               GO TO CRX-EOF-CONF.
           MOVE SPACES TO LINREL
           STRING "ENTRADAS GRAVADAS.......: " W-GRAVADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           MOVE SPACES TO LINREL
           STRING "ERROS DE GRAVACAO.......: " W-ERROS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           DISPLAY "ENTRADAS GRAVADAS.......: " W-GRAVADOS.
           GO TO CRX-ENC.
       CRX-EOF-CONF.
           MOVE SPACES TO LINREL
           STRING "ENTRADAS NO INDICE......: " W-ENTRADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           MOVE SPACES TO LINREL
           STRING "FALTAM NO INDICE........: " W-FALTA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           MOVE SPACES TO LINREL
           STRING "CEP DIVERGENTE..........: " W-DIVERG
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           MOVE SPACES TO LINREL
           STRING "SOBRAM NO INDICE........: " W-SOBRA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRX-IMPRIME THRU CRX-IMPRIME-FIM.
           DISPLAY "FALTAM NO INDICE........: " W-FALTA.
           DISPLAY "CEP DIVERGENTE..........: " W-DIVERG.
           DISPLAY "SOBRAM NO INDICE........: " W-SOBRA.
           IF W-FALTA NOT = ZEROS OR W-DIVERG NOT = ZEROS
                                  OR W-SOBRA NOT = ZEROS
               DISPLAY "HA DIFERENCAS - RODAR O CEPREIDX NO MODO R".
       CRX-ENC.
           PERFORM CRX-FECHA THRU CRX-FECHA-FIM.
           CLOSE RELCRX IMPRESSORA.
           DISPLAY "CEPREIDX - RELATORIO GERADO EM CEPREIDX.TXT".
      *
       ROT-FIM.
           STOP RUN.
