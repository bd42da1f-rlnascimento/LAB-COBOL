      *-----------------------------------------------------------------
      * CPYFINP - ALIENACAO FIDUCIARIA DA PLACA, COPIADO COM REPLACING
      * DO CAMPO DA PLACA (CPY-PLACA):
      *   FIN-GRAV - A PLACA TEM CONTRATO DE FINANCIAMENTO OU LEASING
      *              EM ABERTO (FIN-SITUACAO = A)? DEVOLVE W-FINGRAV =
      *              S/N, COM O PRIMEIRO CONTRATO EM W-FINCONTR E O
      *              BANCO EM W-FINBANCO. SEM O FINANC.DAT (W-FINDISP
      *              = N) NADA E BLOQUEADO. A VARREDURA MEXE NO
      *              REGISTRO CORRENTE DO FINANC.
      * QUEM FIZER O COPY PRECISA TER CPYFINS/CPYFINR NOS SELECT/FD E
      * CPYFINW EM WORKING-STORAGE.
      *-----------------------------------------------------------------
       FIN-GRAV.
                MOVE "N" TO W-FINGRAV
                MOVE SPACES TO W-FINCONTR W-FINBANCO
                IF W-FINDISP NOT = "S"
                   GO TO FIN-GRAV-FIM.
                MOVE CPY-PLACA TO FIN-PLACA
                MOVE SPACES TO FIN-CONTRATO
                START FINANC KEY IS NOT LESS THAN FIN-CHAVE
                IF ST-FIN NOT = "00"
                   GO TO FIN-GRAV-FIM.
       FIN-GRAV-LER.
                READ FINANC NEXT RECORD
                IF ST-FIN NOT = "00"
                   GO TO FIN-GRAV-FIM.
                IF FIN-PLACA NOT = CPY-PLACA
                   GO TO FIN-GRAV-FIM.
                IF FIN-SITUACAO NOT = "A"
                   GO TO FIN-GRAV-LER.
                MOVE "S" TO W-FINGRAV
                MOVE FIN-CONTRATO TO W-FINCONTR
                MOVE FIN-BANCO TO W-FINBANCO.
       FIN-GRAV-FIM.
                EXIT.
