      * CODCEP (ZEROS) OU APONTA PARA CEP INEXISTENTE NAO GANHA
      * ETIQUETA E SAI NO CONTADOR DE PULADOS. O OPERADOR ESCOLHE A
      * CATEGORIA (TIPOAMIGO) A ETIQUETAR, OU T PARA TODAS.
      * COM TRIAGEM POSTAL (CPYTRPP) AS ETIQUETAS VAO PARA TRIPECA.TXT
      * EM VEZ DA IMPRESSORA, E O TRIAGEM AS IMPRIME EM ORDEM DE CEP,
      * COM OS SEPARADORES DE MALOTE E A LISTA DE POSTAGEM.
      * AMIGO SEM CONSENTIMENTO DE CARTA PARA MALA DIRETA (CONSENT.DAT,
      * VIA CPYCSNP) NAO GANHA ETIQUETA E SAI CONTADO NO RESUMO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYFAMS.
           COPY CPYENDS.
           COPY CPYTRPS.
           COPY CPYCSNS.
           SELECT RELETQ ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYFAMR.
           COPY CPYENDR.
           COPY CPYTRPR.
           COPY CPYCSNR.
      *
       FD  RELETQ
               LABEL RECORD IS STANDARD
       77 W-ETQNOME      PIC X(26) VALUE SPACES.
           COPY CPYFMW.
           COPY CPYENDW.
           COPY CPYTRPW.
           COPY CPYCSNW.
      *
      *AS TRES ETIQUETAS DA TIRA SAO MONTADAS AQUI E DESCARREGADAS
      *QUANDO A TERCEIRA COLUNA ENCHE (OU NO FIM DO ARQUIVO)
                   GO TO ROT-FIM
               ELSE
                   MOVE W-TIPSEL TO W-TIPNUM.
           PERFORM TRP-PERGUNTA THRU TRP-PERGUNTA-FIM.
           MOVE "RELETIQ" TO W-TRPORIGEM
           MOVE "E" TO W-TRPFORMATO
           PERFORM ETQ-OP0 THRU ETQ-OP0-FIM.
           GO TO ETQ-LER.
      *
               GO TO ROT-FIM.
           PERFORM FAM-ABRE THRU FAM-ABRE-FIM.
           PERFORM END-ABRE THRU END-ABRE-FIM.
           PERFORM TRP-ABRE THRU TRP-ABRE-FIM.
           PERFORM CSN-ABRE THRU CSN-ABRE-FIM.
           MOVE SPACES TO ETQ-TIRA.
       ETQ-OP0-FIM.
           EXIT.
           IF W-TIPSEL NOT = "T" AND W-TIPSEL NOT = "t"
               IF TIPOAMIGO NOT = W-TIPNUM
                   GO TO ETQ-LER.
           MOVE APELIDO TO W-CSNAPELIDO
           MOVE "C"     TO W-CSNCANAL
           MOVE "M"     TO W-CSNFINAL
           PERFORM CSN-VER THRU CSN-VER-FIM
           IF W-CSNOK NOT = "S"
               GO TO ETQ-LER.
           IF CODCEP = ZEROS
               ADD 1 TO W-PULADOS
               GO TO ETQ-LER.
           STRING "CEP " CEP-CODCEP (1:5) "-" CEP-CODCEP (6:3)
               DELIMITED BY SIZE INTO ETQ-COL (5, W-ETQCNT).
           ADD 1 TO W-ETIQUETAS.
           IF W-TRIAGEM = "S"
               PERFORM ETQ-TRIAGEM THRU ETQ-TRIAGEM-FIM.
           IF W-ETQCNT = 3
               PERFORM ETQ-FLUSH THRU ETQ-FLUSH-FIM.
       ETQ-MONTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * COM TRIAGEM, A ETIQUETA RECEM MONTADA VAI TAMBEM PARA
      * TRIPECA.TXT, UMA LINHA POR LINHA DA ETIQUETA
      *-----------------------------------------------------------------
       ETQ-TRIAGEM.
           MOVE CEP-CODCEP TO W-TRPCEP
           MOVE UF         TO W-TRPUF
           MOVE CIDADE     TO W-TRPCIDADE
           PERFORM TRP-INICIA THRU TRP-INICIA-FIM
           MOVE 1 TO W-LIN.
       ETQ-TRIAGEM-LIN.
           IF W-LIN > 5
               GO TO ETQ-TRIAGEM-FIM.
           MOVE ETQ-COL (W-LIN, W-ETQCNT) TO W-TRPTEXTO
           PERFORM TRP-GRAVA THRU TRP-GRAVA-FIM
           ADD 1 TO W-LIN
           GO TO ETQ-TRIAGEM-LIN.
       ETQ-TRIAGEM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * IMPRIME A TIRA DE 3 ETIQUETAS (5 LINHAS + SEPARACAO)
      *-----------------------------------------------------------------
       ETQ-FLUSH.
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-TRIAGEM NOT = "S"
               WRITE LINIMPR.
           ADD 1 TO W-LIN
           GO TO ETQ-FLUSH-LIN.
       ETQ-FLUSH-SEP.
           MOVE SPACES TO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-TRIAGEM NOT = "S"
               WRITE LINIMPR.
           MOVE SPACES TO ETQ-TIRA.
           MOVE ZEROS TO W-ETQCNT.
       ETQ-FLUSH-FIM.
               PERFORM ETQ-FLUSH THRU ETQ-FLUSH-FIM.
           PERFORM FAM-FECHA THRU FAM-FECHA-FIM.
           PERFORM END-FECHA THRU END-FECHA-FIM.
           PERFORM TRP-FECHA THRU TRP-FECHA-FIM.
           PERFORM CSN-FECHA THRU CSN-FECHA-FIM.
           CLOSE CODAMIGO CEP RELETQ IMPRESSORA.
           DISPLAY "RELETIQ - ETIQUETAS GERADAS EM RELETIQ.TXT".
           DISPLAY "AMIGOS LIDOS.............: " W-LIDOS.
           DISPLAY "ETIQUETAS IMPRESSAS......: " W-ETIQUETAS.
           DISPLAY "SEM ENDERECO (PULADOS)...: " W-PULADOS.
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
