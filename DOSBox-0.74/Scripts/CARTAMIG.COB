      * MESMOS QUE RELANIV LISTA); MES 00 TIRA CARTA PARA TODOS.
      * CADA CARTA COMECA EM PAGINA NOVA NA IMPRESSORA; O ARQUIVO
      * RELCART.TXT GUARDA A MESMA SAIDA COM UMA LINHA SEPARADORA.
      * COM TRIAGEM POSTAL (CPYTRPP) AS CARTAS VAO PARA TRIPECA.TXT EM
      * VEZ DA IMPRESSORA, E O TRIAGEM AS IMPRIME EM ORDEM DE CEP, COM
      * OS SEPARADORES DE MALOTE E A LISTA DE POSTAGEM.
      * SO RECEBE CARTA QUEM CONSENTIU NA CARTA PARA A FINALIDADE DA
      * RODADA (CONSENT.DAT, VIA CPYCSNP): ANIVERSARIO QUANDO HA MES,
      * MALA DIRETA NO MES 00. OS PULADOS SAEM CONTADOS NO RESUMO.
      * A RODADA PODE SAIR POR EMAIL (CPYELTP): NO MODO E QUEM TEM
      * EMAIL VALIDO (NAO DEVOLVIDO, COM CONSENTIMENTO DE EMAIL) VAI
      * NO LOTE EMAILLOT.TXT E SO OS DEMAIS RECEBEM PAPEL; NO MODO A
      * VAI DOS DOIS JEITOS. O ASSUNTO VEM DA LINHA "&ASSUNTO TEXTO"
      * DO MODELO (COM OS MESMOS MARCADORES), OU "CARTA PARA &NOME" /
      * "FELIZ ANIVERSARIO, &NOME" SE O MODELO NAO TIVER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYFAMS.
           COPY CPYENDS.
           COPY CPYTRPS.
           COPY CPYCSNS.
           COPY CPYELTS.
           COPY CPYEDVS.
           SELECT MODELO ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-MOD.
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYFAMR.
           COPY CPYENDR.
           COPY CPYTRPR.
           COPY CPYCSNR.
           COPY CPYELTR.
           COPY CPYEDVR.
      *
       FD  MODELO
               LABEL RECORD IS STANDARD
       77 W-AGRUPADOS    PIC 9(06) VALUE ZEROS.
           COPY CPYFMW.
           COPY CPYENDW.
           COPY CPYTRPW.
           COPY CPYCSNW.
           COPY CPYELTW.
      *
      *O MODELO E CARREGADO INTEIRO NA MEMORIA (ATE 60 LINHAS, UMA
      *PAGINA) ANTES DE VARRER OS AMIGOS
           IF W-MESSEL > 12
               DISPLAY "MES INVALIDO"
               GO TO ROT-FIM.
           PERFORM TRP-PERGUNTA THRU TRP-PERGUNTA-FIM.
           MOVE "CARTAMIG" TO W-TRPORIGEM
           MOVE "C" TO W-TRPFORMATO
           PERFORM ELT-PERGUNTA THRU ELT-PERGUNTA-FIM.
           MOVE "CARTAMIG" TO W-ELTORIGEM
           MOVE "A" TO W-CSNFINAL
           MOVE "FELIZ ANIVERSARIO, &NOME" TO W-ELTASSMOD
           IF W-MESSEL = ZEROS
               MOVE "M" TO W-CSNFINAL
               MOVE "CARTA PARA &NOME" TO W-ELTASSMOD.
           PERFORM CRT-OP0 THRU CRT-OP0-FIM.
           PERFORM CRT-MODELO THRU CRT-MODELO-FIM.
           GO TO CRT-LER.
               GO TO ROT-FIM.
           PERFORM FAM-ABRE THRU FAM-ABRE-FIM.
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
           IF W-MESSEL NOT = ZEROS
               IF MES NOT = W-MESSEL
                   GO TO CRT-LER.
           MOVE APELIDO TO W-CSNAPELIDO
           MOVE EMAIL   TO W-ELTEMAIL
           PERFORM ELT-DESTINO THRU ELT-DESTINO-FIM
           IF W-ELTMAIL NOT = "S" AND W-ELTPAPEL NOT = "S"
               GO TO CRT-LER.
      *        A CASA JA GANHOU CARTA NESTA RODADA?
           PERFORM FAM-CHECA THRU FAM-CHECA-FIM
           IF W-FAMPULA = "S"
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
       CRT-EOF.
           PERFORM FAM-FECHA THRU FAM-FECHA-FIM.
           PERFORM END-FECHA THRU END-FECHA-FIM.
           PERFORM TRP-FECHA THRU TRP-FECHA-FIM.
           PERFORM ELT-FECHA THRU ELT-FECHA-FIM.
           PERFORM CSN-FECHA THRU CSN-FECHA-FIM.
           CLOSE CODAMIGO CEP RELCAR IMPRESSORA.
           DISPLAY "CARTAMIG - CARTAS GERADAS EM RELCART.TXT".
           DISPLAY "AMIGOS LIDOS.............: " W-LIDOS.
           DISPLAY "CARTAS IMPRESSAS.........: " W-CARTAS.
           DISPLAY "AGRUPADOS NA MESMA CASA..: " W-AGRUPADOS.
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
