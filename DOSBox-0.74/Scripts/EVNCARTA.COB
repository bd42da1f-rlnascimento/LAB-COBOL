      *     &EVENTO &DATAEVE &LOCAL
      * CADA CARTA COMECA EM PAGINA NOVA NA IMPRESSORA; O ARQUIVO
      * EVNCARTA.TXT GUARDA A MESMA SAIDA COM A LINHA SEPARADORA.
      * COM TRIAGEM POSTAL (CPYTRPP) AS CARTAS VAO PARA TRIPECA.TXT EM
      * VEZ DA IMPRESSORA, E O TRIAGEM AS IMPRIME EM ORDEM DE CEP, COM
      * OS SEPARADORES DE MALOTE E A LISTA DE POSTAGEM.
      * CONVIDADO SEM CONSENTIMENTO DE CARTA PARA EVENTOS (CONSENT.DAT,
      * VIA CPYCSNP) NAO RECEBE A CARTA E SAI CONTADO NO RESUMO.
      * O CONVITE PODE SAIR POR EMAIL (CPYELTP, MODOS E E A COMO NO
      * CARTAMIG), COM O ASSUNTO DA LINHA "&ASSUNTO TEXTO" DO MODELO OU
      * "CONVITE - &EVENTO".
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYENDS.
           COPY CPYTRPS.
           COPY CPYCSNS.
           COPY CPYELTS.
           COPY CPYEDVS.
           SELECT MODELO ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-MOD.
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
           COPY CPYTRPR.
           COPY CPYCSNR.
           COPY CPYELTR.
           COPY CPYEDVR.
      *
       FD  MODELO
               LABEL RECORD IS STANDARD
       01 TPL-TAB.
            03 TPL-LIN PIC X(80) OCCURS 60 TIMES.
           COPY CPYENDW.
           COPY CPYTRPW.
           COPY CPYCSNW.
           COPY CPYELTW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           ACCEPT W-EVESEL.
           IF W-EVESEL = ZEROS
               GO TO ROT-FIM.
           PERFORM TRP-PERGUNTA THRU TRP-PERGUNTA-FIM.
           MOVE "EVNCARTA" TO W-TRPORIGEM
           MOVE "C" TO W-TRPFORMATO
           PERFORM ELT-PERGUNTA THRU ELT-PERGUNTA-FIM.
           MOVE "EVNCARTA" TO W-ELTORIGEM
           MOVE "E" TO W-CSNFINAL
           MOVE "CONVITE - &EVENTO" TO W-ELTASSMOD
           PERFORM CRT-OP0 THRU CRT-OP0-FIM.
           PERFORM CRT-MODELO THRU CRT-MODELO-FIM.
           GO TO CRT-LER.
               CLOSE EVENTO CONVIDA MODELO CODAMIGO CEP RELCAR
               GO TO ROT-FIM.
           PERFORM END-ABRE THRU END-ABRE-FIM.
           PERFORM TRP-ABRE THRU TRP-ABRE-FIM.
           PERFORM CSN-ABRE THRU CSN-ABRE-FIM.
           PERFORM ELT-ABRE THRU ELT-ABRE-FIM.
       CRT-OP0-FIM.
           EXIT.
      *
       CRT-MODELO-LER.
           READ MODELO
               AT END GO TO CRT-MODELO-EOF.
      *        A LINHA &ASSUNTO E SO O ASSUNTO DO EMAIL
           IF LINMOD (1:8) = "&ASSUNTO"
               MOVE LINMOD (10:71) TO W-ELTASSMOD
               GO TO CRT-MODELO-LER.
           IF W-TPLQTD < 60
               ADD 1 TO W-TPLQTD
               MOVE LINMOD TO TPL-LIN (W-TPLQTD).
           READ CODAMIGO
           IF ST-ERRO NOT = "00"
               GO TO CRT-LER-PROX.
           MOVE APELIDO TO W-CSNAPELIDO
           MOVE EMAIL   TO W-ELTEMAIL
           PERFORM ELT-DESTINO THRU ELT-DESTINO-FIM
           IF W-ELTMAIL NOT = "S" AND W-ELTPAPEL NOT = "S"
               GO TO CRT-LER-PROX.
           PERFORM CRT-CARTA THRU CRT-CARTA-FIM.
           GO TO CRT-LER-PROX.
      *
               IF ST-CEP NOT = "00"
                   MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
                   MOVE ZEROS  TO CEP-CODCEP.
           IF W-ELTMAIL = "S"
               MOVE W-ELTASSMOD TO W-LINENT
               PERFORM SUB-LINHA THRU SUB-LINHA-FIM
               MOVE W-LINSAI TO W-ELTASSUNTO
               PERFORM ELT-INICIA THRU ELT-INICIA-FIM.
           IF W-ELTPAPEL = "S"
               ADD 1 TO W-CARTAS.
           MOVE "S" TO W-PRIMLIN.
           IF W-TRIAGEM = "S" AND W-ELTPAPEL = "S"
               MOVE CEP-CODCEP TO W-TRPCEP
               MOVE UF         TO W-TRPUF
               MOVE CIDADE     TO W-TRPCIDADE
               PERFORM TRP-INICIA THRU TRP-INICIA-FIM.
           MOVE 1 TO W-TPLIX.
       CRT-CARTA-LIN.
           IF W-TPLIX > W-TPLQTD
               GO TO CRT-CARTA-SEP.
           MOVE TPL-LIN (W-TPLIX) TO W-LINENT
           PERFORM SUB-LINHA THRU SUB-LINHA-FIM
           IF W-ELTMAIL = "S"
               MOVE W-LINSAI TO W-ELTTEXTO
               PERFORM ELT-ADICIONA THRU ELT-ADICIONA-FIM.
           IF W-ELTPAPEL NOT = "S"
               ADD 1 TO W-TPLIX
               GO TO CRT-CARTA-LIN.
           MOVE W-LINSAI TO LINREL
           WRITE LINREL
           IF W-TRIAGEM = "S"
               MOVE W-LINSAI TO W-TRPTEXTO
               PERFORM TRP-GRAVA THRU TRP-GRAVA-FIM
               ADD 1 TO W-TPLIX
               GO TO CRT-CARTA-LIN.
           MOVE W-LINSAI TO LINIMPR
           IF W-PRIMLIN = "S"
               WRITE LINIMPR AFTER ADVANCING PAGE
           ADD 1 TO W-TPLIX
           GO TO CRT-CARTA-LIN.
       CRT-CARTA-SEP.
           IF W-ELTMAIL = "S"
               PERFORM ELT-GRAVA THRU ELT-GRAVA-FIM.
           IF W-ELTPAPEL = "S"
               MOVE ALL "-" TO LINREL
               WRITE LINREL.
       CRT-CARTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
       CRT-EOF.
           PERFORM END-FECHA THRU END-FECHA-FIM.
           PERFORM TRP-FECHA THRU TRP-FECHA-FIM.
           PERFORM ELT-FECHA THRU ELT-FECHA-FIM.
           PERFORM CSN-FECHA THRU CSN-FECHA-FIM.
           CLOSE EVENTO CONVIDA CODAMIGO CEP RELCAR IMPRESSORA.
           DISPLAY "EVNCARTA - CARTAS GERADAS EM EVNCARTA.TXT".
           DISPLAY "CARTAS IMPRESSAS.........: " W-CARTAS.
           DISPLAY "SEM CONSENTIMENTO........: " W-CSNSEM.
      *
       ROT-FIM.
           STOP RUN.
      *
           COPY CPYENDP
               REPLACING ==CPY-CPFCAMPO== BY ==CODCPF==.
      *
      *****************************************
      * PECAS PARA A TRIAGEM POSTAL (CPYTRPP) *
      *****************************************
      *
           COPY CPYTRPP.
      *
      *****************************************
      * CONSENTIMENTO DE COMUNICACAO (CPYCSNP)*
      *****************************************
      *
           COPY CPYCSNP.
      *
      *****************************************
      * SAIDA POR EMAIL (CPYELTP)             *
      *****************************************
      *
           COPY CPYELTP.
