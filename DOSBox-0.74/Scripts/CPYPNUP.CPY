      *-----------------------------------------------------------------
      * CPYPNUP - KM TOTAL DO PNEU EM REGPNU (W-PNUKM): OS TRECHOS JA
      * ENCERRADOS MAIS, SE ESTIVER MONTADO, O QUE O VEICULO RODOU
      * DESDE A MONTAGEM PELA ULTIMA LEITURA DE ODOMETRO DOS
      * ABASTECIMENTOS (W-PNUODO). EXIGE ABASTEC (CPYABAS/CPYABAR)
      * ABERTO QUANDO W-PNUABA = S E OS CAMPOS DE CPYPNUW.
      *-----------------------------------------------------------------
       PNU-KMTOT.
           MOVE PNU-KMACUM TO W-PNUKM
           MOVE ZEROS TO W-PNUODO
           IF PNU-SITUACAO NOT = "V" OR W-PNUABA NOT = "S"
               GO TO PNU-KMTOT-FIM.
           MOVE PNU-PLACA TO ABA-PLACA
           MOVE ZEROS TO ABA-DATA ABA-HORA
           START ABASTEC KEY IS NOT LESS THAN ABA-CHAVE
           IF ST-ABA NOT = "00"
               GO TO PNU-KMTOT-FIM.
       PNU-KMTOT-LER.
           READ ABASTEC NEXT RECORD
           IF ST-ABA NOT = "00"
               GO TO PNU-KMTOT-SOMA.
           IF ABA-PLACA NOT = PNU-PLACA
               GO TO PNU-KMTOT-SOMA.
           IF ABA-ODOMETRO > ZEROS
               MOVE ABA-ODOMETRO TO W-PNUODO.
           GO TO PNU-KMTOT-LER.
       PNU-KMTOT-SOMA.
           IF W-PNUODO > PNU-ODOMONT
               COMPUTE W-PNUKM = PNU-KMACUM + W-PNUODO - PNU-ODOMONT.
       PNU-KMTOT-FIM.
           EXIT.
