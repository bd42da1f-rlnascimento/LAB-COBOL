      *-----------------------------------------------------------------
      * CPYFORP - ESCOLHA DO FORNECEDOR NOS LANCAMENTOS (CADMANU,
      * CADABAS, CADSEGU, CADDESPE): CONFERENCIA DO CNPJ/CPF DIGITADO
      * CONTRA FORNEC.DAT E PESQUISA POR NOME FANTASIA (CHAVE
      * ALTERNATIVA FOR-FANTASIA) SEM SAIR DA TELA. COPIADO COM
      * REPLACING DO CAMPO DE CODIGO DO LANCAMENTO (CPY-CODCAMPO), DA
      * POSICAO DELE NA TELA (CPY-LIN/CPY-COL), DA COLUNA ONDE SAI O
      * NOME (CPY-NOMECOL), DO PARAGRAFO QUE ACEITA O CODIGO
      * (CPY-VOLTA) E DO PARAGRAFO QUE CONFERE O FORNECEDOR ESCOLHIDO
      * (CPY-APOS - O TIPO ACEITO E CONFERIDO PELO PROGRAMA, NAO
      * AQUI). QUEM FIZER O COPY PRECISA TER CPYFORW EM WORKING-
      * STORAGE, CPYFORS/CPYFORR NOS SELECT/FD, ROT-MENS/ROT-MENS-FIM
      * E W-OPCAO, W-ACT, TEC-ESC, TEC-F2 E MENS DECLARADOS.
      *-----------------------------------------------------------------
       FOR-VAL.
                MOVE "N" TO W-FOROK
                MOVE SPACES TO FOR-FANTASIA
                IF CPY-CODCAMPO = ZEROS
                   GO TO FOR-VAL-FIM.
                MOVE CPY-CODCAMPO TO FOR-DOC
                READ FORNEC
                IF ST-FOR NOT = "00"
                   MOVE SPACES TO FOR-FANTASIA
                   GO TO FOR-VAL-FIM.
                MOVE "S" TO W-FOROK
                IF FOR-SITUACAO = "I"
                   MOVE "I" TO W-FOROK.
                DISPLAY (CPY-LIN, CPY-NOMECOL) FOR-FANTASIA.
       FOR-VAL-FIM.
                EXIT.
      *
      *        DESCRICAO DO TIPO DO FORNECEDOR CORRENTE
       FOR-TIPTXT.
                MOVE SPACES TO W-FORTIPTXT
                IF FOR-TIPO = "O"
                   MOVE "OFICINA" TO W-FORTIPTXT.
                IF FOR-TIPO = "P"
                   MOVE "POSTO" TO W-FORTIPTXT.
                IF FOR-TIPO = "S"
                   MOVE "SEGURADORA" TO W-FORTIPTXT.
                IF FOR-TIPO = "D"
                   MOVE "DESPACHANTE" TO W-FORTIPTXT.
                IF FOR-TIPO = "B"
                   MOVE "BUFFET" TO W-FORTIPTXT.
                IF FOR-TIPO = "G"
                   MOVE "GUINCHO" TO W-FORTIPTXT.
                IF FOR-TIPO = "X"
                   MOVE "OUTROS" TO W-FORTIPTXT.
       FOR-TIPTXT-FIM.
                EXIT.
      *
      *****************************************
      * PESQUISA DE FORNECEDOR POR NOME       *
      * FANTASIA, SEM SAIR DO LANCAMENTO      *
      *****************************************
      *
       FPQ-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (23, 01) "FANTASIA : "
                MOVE SPACES TO W-PESQFOR
                ACCEPT (23, 12) W-PESQFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (23, 01) "           "
                   GO TO CPY-VOLTA.
                MOVE W-PESQFOR TO FOR-FANTASIA
                START FORNEC KEY IS NOT LESS THAN FOR-FANTASIA
                IF ST-FOR NOT = "00"
                   MOVE "*** NENHUM FORNECEDOR ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPY-VOLTA.
       FPQ-002.
                READ FORNEC NEXT RECORD
                IF ST-FOR = "10"
                   MOVE "*** FIM DA PESQUISA DE FORNECEDOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPY-VOLTA.
                IF ST-FOR NOT = "00" AND ST-FOR NOT = "02"
                   MOVE "ERRO NA LEITURA DO FORNEC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPY-VOLTA.
                PERFORM FOR-TIPTXT THRU FOR-TIPTXT-FIM
                DISPLAY (22, 01) "                              "
                DISPLAY (22, 31) "                              "
                DISPLAY (22, 01) FOR-DOC
                DISPLAY (22, 16) FOR-FANTASIA
                DISPLAY (22, 47) W-FORTIPTXT
                IF FOR-SITUACAO = "I"
                   DISPLAY (22, 59) "INATIVO".
       FPQ-003.
                DISPLAY (23, 01) "           "
                DISPLAY (23, 12)
                    "ENTER=PROXIMO   F2=SELECIONAR   ESC=VOLTAR".
                ACCEPT (23, 65) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   PERFORM FPQ-LIMPA THRU FPQ-LIMPA-FIM
                   GO TO CPY-VOLTA.
                IF W-ACT = TEC-F2
                   GO TO FPQ-SEL.
                GO TO FPQ-002.
       FPQ-SEL.
                MOVE FOR-DOC TO CPY-CODCAMPO
                DISPLAY (CPY-LIN, CPY-COL) CPY-CODCAMPO
                PERFORM FPQ-LIMPA THRU FPQ-LIMPA-FIM
                GO TO CPY-APOS.
      *
       FPQ-LIMPA.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (22, 01) "                              "
                DISPLAY (22, 31) "                              "
                DISPLAY (22, 61) "                   ".
       FPQ-LIMPA-FIM.
                EXIT.
