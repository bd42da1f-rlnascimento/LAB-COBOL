      *-----------------------------------------------------------------
      * CPYRCVP - RECALLS EM ABERTO DA PLACA, COPIADO COM REPLACING DO
      * CAMPO DA PLACA (CPY-PLACA):
      *   RCV-PEND - CONTA OS VINCULOS DA PLACA EM RECALVEI.DAT AINDA
      *              SEM DATA DE ATENDIMENTO (W-RCVQTD) E GUARDA A
      *              PRIMEIRA CAMPANHA EM W-RCVCAMP. SEM O RECALVEI.DAT
      *              (W-RCVDISP = N) NADA FICA PENDENTE. A VARREDURA
      *              MEXE NO REGISTRO CORRENTE DO RECALVEI.
      * QUEM FIZER O COPY PRECISA TER CPYRCVS/CPYRCVR NOS SELECT/FD E
      * CPYRCVW EM WORKING-STORAGE.
      *-----------------------------------------------------------------
       RCV-PEND.
                MOVE ZEROS TO W-RCVQTD
                MOVE SPACES TO W-RCVCAMP
                IF W-RCVDISP NOT = "S"
                   GO TO RCV-PEND-FIM.
                MOVE CPY-PLACA TO RCV-PLACA
                MOVE SPACES TO RCV-CAMPANHA
                START RECALVEI KEY IS NOT LESS THAN RCV-CHAVE
                IF ST-RCV NOT = "00"
                   GO TO RCV-PEND-FIM.
       RCV-PEND-LER.
                READ RECALVEI NEXT RECORD
                IF ST-RCV NOT = "00"
                   GO TO RCV-PEND-FIM.
                IF RCV-PLACA NOT = CPY-PLACA
                   GO TO RCV-PEND-FIM.
                IF RCV-DATAEXEC NOT = ZEROS
                   GO TO RCV-PEND-LER.
                IF W-RCVQTD = ZEROS
                   MOVE RCV-CAMPANHA TO W-RCVCAMP.
                IF W-RCVQTD < 99
                   ADD 1 TO W-RCVQTD.
                GO TO RCV-PEND-LER.
       RCV-PEND-FIM.
                EXIT.
