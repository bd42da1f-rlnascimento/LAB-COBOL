      *-----------------------------------------------------------------
      * CPYOSVP - ROTINAS COMUNS DAS ORDENS DE SERVICO, COPIADO COM
      * REPLACING DO CAMPO DA PLACA (CPY-PLACA):
      *   OSV-BLOQ   - O VEICULO TEM OS EM ABERTO (A/O/P/R)? DEVOLVE
      *                W-OSVBLOQ = S/N E O NUMERO EM W-OSVNUM. SEM O
      *                ORDSERV.DAT (W-OSVDISP = N) NADA E BLOQUEADO.
      *                A VARREDURA MEXE NO REGISTRO CORRENTE DO
      *                ORDSERV - QUEM ESTIVER MONTANDO UMA OS GUARDA O
      *                QUE PRECISAR ANTES.
      *   OSV-TIPTXT - DESCRICAO DO TIPO DE SERVICO (W-OSVTIPTXT).
      *   OSV-SITTXT - DESCRICAO DA SITUACAO (W-OSVSITTXT).
      * QUEM FIZER O COPY PRECISA TER CPYOSVS/CPYOSVR NOS SELECT/FD E
      * CPYOSVW EM WORKING-STORAGE.
      *-----------------------------------------------------------------
       OSV-BLOQ.
                MOVE "N" TO W-OSVBLOQ
                MOVE ZEROS TO W-OSVNUM
                IF W-OSVDISP NOT = "S"
                   GO TO OSV-BLOQ-FIM.
                MOVE CPY-PLACA TO OSV-PLACA
                START ORDSERV KEY IS NOT LESS THAN OSV-PLACA
                IF ST-OSV NOT = "00"
                   GO TO OSV-BLOQ-FIM.
       OSV-BLOQ-LER.
                READ ORDSERV NEXT RECORD
                IF ST-OSV NOT = "00" AND ST-OSV NOT = "02"
                   GO TO OSV-BLOQ-FIM.
                IF OSV-PLACA NOT = CPY-PLACA
                   GO TO OSV-BLOQ-FIM.
                IF OSV-SITUACAO = "A" OR "O" OR "P" OR "R"
                   MOVE "S" TO W-OSVBLOQ
                   MOVE OSV-NUMERO TO W-OSVNUM
                   GO TO OSV-BLOQ-FIM.
                GO TO OSV-BLOQ-LER.
       OSV-BLOQ-FIM.
                EXIT.
      *
       OSV-TIPTXT.
                MOVE SPACES TO W-OSVTIPTXT
                IF OSV-TIPO = "P"
                   MOVE "PREVENTIVA" TO W-OSVTIPTXT.
                IF OSV-TIPO = "C"
                   MOVE "CORRETIVA" TO W-OSVTIPTXT.
                IF OSV-TIPO = "F"
                   MOVE "FUNILARIA" TO W-OSVTIPTXT.
                IF OSV-TIPO = "E"
                   MOVE "ELETRICA" TO W-OSVTIPTXT.
                IF OSV-TIPO = "N"
                   MOVE "PNEUS" TO W-OSVTIPTXT.
                IF OSV-TIPO = "G"
                   MOVE "GUINCHO" TO W-OSVTIPTXT.
                IF OSV-TIPO = "X"
                   MOVE "OUTROS" TO W-OSVTIPTXT.
       OSV-TIPTXT-FIM.
                EXIT.
      *
       OSV-SITTXT.
                MOVE SPACES TO W-OSVSITTXT
                IF OSV-SITUACAO = "A"
                   MOVE "ABERTA" TO W-OSVSITTXT.
                IF OSV-SITUACAO = "O"
                   MOVE "ORCADA" TO W-OSVSITTXT.
                IF OSV-SITUACAO = "P"
                   MOVE "APROVADA" TO W-OSVSITTXT.
                IF OSV-SITUACAO = "R"
                   MOVE "RECUSADA" TO W-OSVSITTXT.
                IF OSV-SITUACAO = "F"
                   MOVE "FECHADA" TO W-OSVSITTXT.
                IF OSV-SITUACAO = "C"
                   MOVE "CANCELADA" TO W-OSVSITTXT.
       OSV-SITTXT-FIM.
                EXIT.
