      *-----------------------------------------------------------------
      * CPYEMPP - CONTA OS ITENS AINDA NAO DEVOLVIDOS PELO AMIGO
      * W-EMPAPE EM EMPREST.DAT (W-EMPABERTO), PARA QUEM PRECISA
      * AVISAR ANTES DE INATIVAR OU ELIMINAR O AMIGO. ABRE E FECHA O
      * ARQUIVO NA HORA; SEM EMPREST.DAT A CONTAGEM E ZERO. QUEM
      * FIZER O COPY PRECISA TER CPYEMPW EM WORKING-STORAGE E OS
      * SELECT/FD DE CPYEMPS/CPYEMPR.
      *-----------------------------------------------------------------
       EMP-CONTA.
                MOVE ZEROS TO W-EMPABERTO
                OPEN INPUT EMPREST
                IF ST-EMP NOT = "00"
                   GO TO EMP-CONTA-FIM.
                MOVE W-EMPAPE TO EMP-APELIDO
                MOVE ZEROS    TO EMP-DATA
                MOVE SPACES   TO EMP-ITEM
                START EMPREST KEY IS NOT LESS THAN EMP-CHAVE
                IF ST-EMP NOT = "00"
                   GO TO EMP-CONTA-FECHA.
       EMP-CONTA-LER.
                READ EMPREST NEXT RECORD
                IF ST-EMP NOT = "00"
                   GO TO EMP-CONTA-FECHA.
                IF EMP-APELIDO NOT = W-EMPAPE
                   GO TO EMP-CONTA-FECHA.
                IF EMP-DEVOLUCAO = ZEROS
                   ADD 1 TO W-EMPABERTO.
                GO TO EMP-CONTA-LER.
       EMP-CONTA-FECHA.
                CLOSE EMPREST.
       EMP-CONTA-FIM.
                EXIT.
