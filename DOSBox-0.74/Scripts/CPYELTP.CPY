      *-----------------------------------------------------------------
      * CPYELTP - SAIDA POR EMAIL DAS CARTAS POR MODELO, COPIADA COM
      * CPYELTS/CPYELTR, CPYEDVS/CPYEDVR E CPYELTW PELO CARTAMIG E PELO
      * EVNCARTA (QUE TAMBEM COPIAM O CPYCSNP DO CONSENTIMENTO):
      *   ELT-PERGUNTA - PERGUNTA O MODO DA RODADA (W-ELTMODO P/E/A);
      *   ELT-ABRE     - ABRE EMAILLOT.TXT E, SE EXISTIR, EMAILDEV.DAT
      *                  (SEM O LOTE A RODADA SAI SO NO PAPEL);
      *   ELT-DESTINO  - DECIDE SE O AMIGO RECEBE POR EMAIL, NO PAPEL
      *                  OU NOS DOIS: EMAIL SO COM ENDERECO PREENCHIDO,
      *                  NAO DEVOLVIDO E COM CONSENTIMENTO DE EMAIL; O
      *                  PAPEL (CONSENTIMENTO DE CARTA) FICA PARA QUEM
      *                  NAO RECEBE EMAIL, OU PARA TODOS NO MODO A. QUEM
      *                  NAO RECEBE POR NENHUM DOS DOIS FICA CONTADO EM
      *                  W-CSNSEM;
      *   ELT-INICIA   - COMECA O REGISTRO DO DESTINATARIO;
      *   ELT-ADICIONA - ACRESCENTA W-ELTTEXTO COMO PROXIMA LINHA DO
      *                  CORPO;
      *   ELT-GRAVA    - GRAVA O REGISTRO NO LOTE;
      *   ELT-FECHA    - FECHA OS ARQUIVOS E MOSTRA O RESUMO.
      *-----------------------------------------------------------------
       ELT-PERGUNTA.
           DISPLAY "SAIDA - P=PAPEL"
           DISPLAY "        E=EMAIL (PAPEL SO PARA QUEM NAO TEM EMAIL)"
           DISPLAY "        A=EMAIL E PAPEL: ".
           MOVE "P" TO W-ELTMODO
           ACCEPT W-ELTMODO.
           IF W-ELTMODO = "e"
               MOVE "E" TO W-ELTMODO.
           IF W-ELTMODO = "a"
               MOVE "A" TO W-ELTMODO.
           IF W-ELTMODO NOT = "E" AND W-ELTMODO NOT = "A"
               MOVE "P" TO W-ELTMODO.
       ELT-PERGUNTA-FIM.
           EXIT.
      *
       ELT-ABRE.
           MOVE ZEROS TO W-ELTQTD W-ELTDEVOL W-ELTSEMCSN
           IF W-ELTMODO = "P"
               GO TO ELT-ABRE-FIM.
           OPEN OUTPUT EMAILLOT
           IF ST-ELT NOT = "00"
               DISPLAY "ERRO AO ABRIR EMAILLOT.TXT - ST=" ST-ELT
                   " - SEGUE SO NO PAPEL"
               MOVE "P" TO W-ELTMODO
               GO TO ELT-ABRE-FIM.
           OPEN INPUT EMAILDEV
           IF ST-EDV = "00"
               MOVE "S" TO W-EDVDISP.
       ELT-ABRE-FIM.
           EXIT.
      *
      *        CSN-VER SOMA EM W-CSNSEM A CADA RECUSA; AQUI SO CONTA
      *        QUEM FICA SEM EMAIL E SEM PAPEL
       ELT-DESTINO.
           MOVE "N" TO W-ELTMAIL W-ELTPAPEL
           IF W-ELTMODO = "P" OR W-ELTEMAIL = SPACES
               GO TO ELT-DESTINO-PAPEL.
           IF W-EDVDISP = "S"
               MOVE W-CSNAPELIDO TO EDV-APELIDO
               READ EMAILDEV
               IF ST-EDV = "00" AND EDV-EMAIL = W-ELTEMAIL
                   ADD 1 TO W-ELTDEVOL
                   GO TO ELT-DESTINO-PAPEL.
           MOVE "E" TO W-CSNCANAL
           PERFORM CSN-VER THRU CSN-VER-FIM
           IF W-CSNOK = "S"
               MOVE "S" TO W-ELTMAIL
           ELSE
               SUBTRACT 1 FROM W-CSNSEM
               ADD 1 TO W-ELTSEMCSN.
       ELT-DESTINO-PAPEL.
           IF W-ELTMAIL = "S" AND W-ELTMODO = "E"
               GO TO ELT-DESTINO-FIM.
           MOVE "C" TO W-CSNCANAL
           PERFORM CSN-VER THRU CSN-VER-FIM
           IF W-CSNOK = "S"
               MOVE "S" TO W-ELTPAPEL
           ELSE
               IF W-ELTMAIL = "S"
                   SUBTRACT 1 FROM W-CSNSEM.
       ELT-DESTINO-FIM.
           EXIT.
      *
       ELT-INICIA.
           MOVE SPACES       TO REGELT
           MOVE W-CSNAPELIDO TO ELT-APELIDO
           MOVE W-ELTEMAIL   TO ELT-EMAIL
           MOVE W-ELTORIGEM  TO ELT-ORIGEM
           MOVE W-ELTASSUNTO TO ELT-ASSUNTO
           MOVE ZEROS        TO W-ELTLIN.
       ELT-INICIA-FIM.
           EXIT.
      *
       ELT-ADICIONA.
           IF W-ELTLIN < 60
               ADD 1 TO W-ELTLIN
               MOVE W-ELTTEXTO TO ELT-LINHA (W-ELTLIN).
       ELT-ADICIONA-FIM.
           EXIT.
      *
       ELT-GRAVA.
           WRITE REGELT
           ADD 1 TO W-ELTQTD.
       ELT-GRAVA-FIM.
           EXIT.
      *
       ELT-FECHA.
           IF W-ELTMODO = "P"
               GO TO ELT-FECHA-FIM.
           CLOSE EMAILLOT
           IF W-EDVDISP = "S"
               CLOSE EMAILDEV
               MOVE "N" TO W-EDVDISP.
           DISPLAY "EMAILS GERADOS EM EMAILLOT.TXT: " W-ELTQTD.
           DISPLAY "EMAIL DEVOLVIDO (FOI NO PAPEL): " W-ELTDEVOL.
           DISPLAY "SEM CONSENTIMENTO DE EMAIL....: " W-ELTSEMCSN.
       ELT-FECHA-FIM.
           EXIT.
