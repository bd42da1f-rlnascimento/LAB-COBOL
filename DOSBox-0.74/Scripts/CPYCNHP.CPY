      *-----------------------------------------------------------------
      * CPYCNHP - CATEGORIA DE CNH EXIGIDA PELO VEICULO E CONFERENCIA
      * COM A DO MOTORISTA:
      *   CNH-EXIGE - LE EM MODELO.DAT O MODELO (MARCA + CODMODELO) DO
      *               REGVEIC CORRENTE E DEVOLVE A CATEGORIA EM
      *               W-CNHEXI. VEICULO SEM MODELO OU CATALOGO AINDA
      *               NAO IMPLANTADO = SEM EXIGENCIA (BRANCO).
      *   CNH-COBRE - W-CNHOK = "S" QUANDO W-CNHMOT COBRE W-CNHEXI. A
      *               MOTO (A) E SEPARADA; PARA OS DEMAIS VALE A ESCADA
      *               B < C < D < E (QUEM TEM D DIRIGE B E C).
      * QUEM FIZER O COPY PRECISA DE CPYCNHW, DE CPYVEIR E DOS
      * SELECT/FD DE CPYMDLS/CPYMDLR.
      *-----------------------------------------------------------------
       CNH-EXIGE.
                MOVE SPACES TO W-CNHEXI
                IF CODMODELO = ZEROS
                   GO TO CNH-EXIGE-FIM.
                OPEN INPUT MODELO
                IF ST-MDL NOT = "00"
                   GO TO CNH-EXIGE-FIM.
                MOVE MARCA  TO MDL-MARCA
                MOVE CODMODELO TO MDL-COD
                READ MODELO
                IF ST-MDL = "00"
                   MOVE MDL-CNH TO W-CNHEXI.
                CLOSE MODELO.
       CNH-EXIGE-FIM.
                EXIT.
      *
       CNH-COBRE.
                MOVE "S" TO W-CNHOK
                IF W-CNHEXI = SPACES
                   GO TO CNH-COBRE-FIM.
                MOVE "N" TO W-CNHMOTA W-CNHEXIA
                MOVE ZEROS TO W-CNHMOTN W-CNHEXIN
                MOVE W-CNHMOT (1:1) TO W-CNHLETRA
                PERFORM CNH-LETRA THRU CNH-LETRA-FIM
                IF W-CNHLA = "S"
                   MOVE "S" TO W-CNHMOTA.
                IF W-CNHLN > W-CNHMOTN
                   MOVE W-CNHLN TO W-CNHMOTN.
                MOVE W-CNHMOT (2:1) TO W-CNHLETRA
                PERFORM CNH-LETRA THRU CNH-LETRA-FIM
                IF W-CNHLA = "S"
                   MOVE "S" TO W-CNHMOTA.
                IF W-CNHLN > W-CNHMOTN
                   MOVE W-CNHLN TO W-CNHMOTN.
                MOVE W-CNHEXI (1:1) TO W-CNHLETRA
                PERFORM CNH-LETRA THRU CNH-LETRA-FIM
                IF W-CNHLA = "S"
                   MOVE "S" TO W-CNHEXIA.
                IF W-CNHLN > W-CNHEXIN
                   MOVE W-CNHLN TO W-CNHEXIN.
                MOVE W-CNHEXI (2:1) TO W-CNHLETRA
                PERFORM CNH-LETRA THRU CNH-LETRA-FIM
                IF W-CNHLA = "S"
                   MOVE "S" TO W-CNHEXIA.
                IF W-CNHLN > W-CNHEXIN
                   MOVE W-CNHLN TO W-CNHEXIN.
                IF W-CNHEXIA = "S" AND W-CNHMOTA NOT = "S"
                   MOVE "N" TO W-CNHOK.
                IF W-CNHEXIN > W-CNHMOTN
                   MOVE "N" TO W-CNHOK.
       CNH-COBRE-FIM.
                EXIT.
      *
      *        UMA LETRA DA CATEGORIA: W-CNHLA = "S" PARA MOTO (A) E
      *        W-CNHLN = DEGRAU DA ESCADA B=1 C=2 D=3 E=4 (0 = NADA)
       CNH-LETRA.
                MOVE "N" TO W-CNHLA
                MOVE ZEROS TO W-CNHLN
                IF W-CNHLETRA = "A" OR "a"
                   MOVE "S" TO W-CNHLA.
                IF W-CNHLETRA = "B" OR "b"
                   MOVE 1 TO W-CNHLN.
                IF W-CNHLETRA = "C" OR "c"
                   MOVE 2 TO W-CNHLN.
                IF W-CNHLETRA = "D" OR "d"
                   MOVE 3 TO W-CNHLN.
                IF W-CNHLETRA = "E" OR "e"
                   MOVE 4 TO W-CNHLN.
       CNH-LETRA-FIM.
                EXIT.
