      *-----------------------------------------------------------------
      * CPYCSNP - CONFERENCIA DO CONSENTIMENTO DE COMUNICACAO
      * (CONSENT.DAT), COPIADA COM CPYCSNS/CPYCSNR E CPYCSNW PELOS
      * PROGRAMAS QUE MANDAM CARTA, EMAIL OU MENSAGEM OU QUE MONTAM
      * LISTA DE LIGACAO PARA AMIGOS:
      *   CSN-ABRE  - ABRE CONSENT.DAT. ENQUANTO O CADASTRO NAO FOR
      *               IMPLANTADO (SEM O ARQUIVO) NADA E BARRADO, COMO
      *               ANTES, E O OPERADOR E AVISADO;
      *   CSN-VER   - COM O CADASTRO IMPLANTADO, SO PASSA QUEM TEM
      *               REGISTRO DO CANAL E DA FINALIDADE COM SITUACAO
      *               S. SEM REGISTRO, OU COM N, O AMIGO E PULADO E
      *               CONTADO EM W-CSNSEM;
      *   CSN-FECHA - FECHA O ARQUIVO.
      *-----------------------------------------------------------------
       CSN-ABRE.
           MOVE ZEROS TO W-CSNSEM
           OPEN INPUT CONSENT
           IF ST-CSN = "00"
               MOVE "S" TO W-CSNDISP
           ELSE
               MOVE "N" TO W-CSNDISP
               DISPLAY "SEM CONSENT.DAT - CONSENTIMENTO NAO CONFERIDO".
       CSN-ABRE-FIM.
           EXIT.
      *
       CSN-FECHA.
           IF W-CSNDISP = "S"
               CLOSE CONSENT
               MOVE "N" TO W-CSNDISP.
       CSN-FECHA-FIM.
           EXIT.
      *
       CSN-VER.
           MOVE "S" TO W-CSNOK
           IF W-CSNDISP NOT = "S"
               GO TO CSN-VER-FIM.
           MOVE W-CSNAPELIDO TO CSN-APELIDO
           MOVE W-CSNCANAL   TO CSN-CANAL
           MOVE W-CSNFINAL   TO CSN-FINAL
           READ CONSENT
           IF ST-CSN = "00" AND CSN-SITUACAO = "S"
               GO TO CSN-VER-FIM.
           MOVE "N" TO W-CSNOK
           ADD 1 TO W-CSNSEM.
       CSN-VER-FIM.
           EXIT.
