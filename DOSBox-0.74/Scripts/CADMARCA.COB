                IF ST-VEI NOT = "00"
                   CLOSE CADVEIC
                   GO TO RMJ-MOVE-FIM.
      *        O MODELO (MODELO.DAT) E DA MARCA ANTIGA - O VEICULO
      *        REMANEJADO FICA SEM MODELO ATE SER REAPONTADO NO
      *        P2017N02
                IF MARCA = COD-MARCA
                   MOVE W-DESTINO TO MARCA
                   MOVE ZEROS TO CODMODELO
                   REWRITE REGVEIC
                   IF ST-VEI = "00" OR ST-VEI = "02"
                      ADD 1 TO W-USOCNT.
