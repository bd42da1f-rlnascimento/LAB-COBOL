      *-----------------------------------------------------------------
      * CPYTRPP - GRAVACAO DAS PECAS DA MALA DIRETA PARA A TRIAGEM
      * POSTAL, COPIADA COM CPYTRPS/CPYTRPR E CPYTRPW PELOS PROGRAMAS
      * DE CORRESPONDENCIA:
      *   TRP-PERGUNTA - PERGUNTA SE A RODADA VAI PARA A TRIAGEM
      *                  (W-TRIAGEM = S/N);
      *   TRP-ABRE     - ABRE TRIPECA.TXT (SEM ELE A RODADA SAI COMO
      *                  SEMPRE, DIRETO NA IMPRESSORA);
      *   TRP-INICIA   - COMECA UMA PECA NOVA, COM O CEP/UF/CIDADE DO
      *                  DESTINATARIO;
      *   TRP-GRAVA    - GRAVA W-TRPTEXTO COMO PROXIMA LINHA DA PECA;
      *   TRP-FECHA    - FECHA O ARQUIVO E LEMBRA O OPERADOR DE RODAR
      *                  O TRIAGEM.
      * COM A TRIAGEM LIGADA O PROGRAMA NAO MANDA AS PECAS PARA A
      * IMPRESSORA - QUEM IMPRIME, JA EM ORDEM DE CEP, E O TRIAGEM.
      *-----------------------------------------------------------------
       TRP-PERGUNTA.
           DISPLAY "TRIAGEM POSTAL POR CEP (S/N): ".
           MOVE "N" TO W-TRIAGEM
           ACCEPT W-TRIAGEM.
           IF W-TRIAGEM = "s"
               MOVE "S" TO W-TRIAGEM.
           IF W-TRIAGEM NOT = "S"
               MOVE "N" TO W-TRIAGEM.
       TRP-PERGUNTA-FIM.
           EXIT.
      *
       TRP-ABRE.
           MOVE ZEROS TO W-TRPPECAS
           IF W-TRIAGEM NOT = "S"
               GO TO TRP-ABRE-FIM.
           OPEN OUTPUT TRIPECA
           IF ST-TRP NOT = "00"
               DISPLAY "ERRO AO ABRIR TRIPECA.TXT - ST=" ST-TRP
                   " - SEGUE SEM TRIAGEM"
               MOVE "N" TO W-TRIAGEM.
       TRP-ABRE-FIM.
           EXIT.
      *
       TRP-INICIA.
           ADD 1 TO W-TRPPECAS
           MOVE ZEROS TO W-TRPLIN.
       TRP-INICIA-FIM.
           EXIT.
      *
       TRP-GRAVA.
           ADD 1 TO W-TRPLIN
           MOVE W-TRPORIGEM  TO TRP-ORIGEM
           MOVE W-TRPFORMATO TO TRP-FORMATO
           MOVE W-TRPPECAS   TO TRP-PECA
           MOVE W-TRPLIN     TO TRP-LIN
           MOVE W-TRPCEP     TO TRP-CEP
           MOVE W-TRPUF      TO TRP-UF
           MOVE W-TRPCIDADE  TO TRP-CIDADE
           MOVE W-TRPTEXTO   TO TRP-TEXTO
           WRITE REGTRP.
       TRP-GRAVA-FIM.
           EXIT.
      *
       TRP-FECHA.
           IF W-TRIAGEM NOT = "S"
               GO TO TRP-FECHA-FIM.
           CLOSE TRIPECA
           DISPLAY "PECAS GRAVADAS PARA A TRIAGEM: " W-TRPPECAS
           DISPLAY "RODE O TRIAGEM PARA IMPRIMIR EM ORDEM DE CEP".
       TRP-FECHA-FIM.
           EXIT.
