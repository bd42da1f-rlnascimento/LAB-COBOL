      *-----------------------------------------------------------------
      * CPYAPQP - PESQUISA DE AMIGO POR NOME (CHAVE2 DE AMIGO.DAT) SEM
      * SAIR DA TELA, PARA OS LANCAMENTOS QUE PEDEM UM APELIDO. E A
      * MESMA PESQUISA DO F4 DO CADASTRO DE AMIGO (P2017N01), NO
      * FORMATO DA PESQUISA DE CEP DO CPYCEPP: O NOME (OU O COMECO
      * DELE) E DIGITADO NA LINHA 23, CADA AMIGO APARECE NA LINHA
      * CPY-LINA E F2 SELECIONA. REPLACING: CPY-LINA, CPY-DESTINO (O
      * CAMPO DE APELIDO DA TELA), CPY-APLIN/CPY-APCOL (POSICAO DELE),
      * CPY-VOLTA (O PARAGRAFO QUE ACEITA O APELIDO) E CPY-APOS (O
      * PARAGRAFO QUE SEGUE A SELECAO). QUEM FIZER O COPY PRECISA TER
      * CPYAPQW, O SELECT DE CODAMIGO COM A CHAVE ALTERNATIVA
      * CHAVE2 = NOME E STATUS ST-ERRO (OU TROCADO NO REPLACING),
      * ROT-MENS/ROT-MENS-FIM, W-OPCAO, W-ACT, TEC-ESC, TEC-F2, MENS
      * E LIMPA.
      *-----------------------------------------------------------------
       APQ-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (23, 01) "NOME : "
                MOVE SPACES TO W-PESQAMI
                ACCEPT (23, 09) W-PESQAMI
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 01) LIMPA
                IF W-ACT = TEC-ESC
                   GO TO CPY-VOLTA.
                MOVE W-PESQAMI TO NOME
                START CODAMIGO KEY IS NOT LESS THAN CHAVE2
                IF ST-ERRO NOT = "00"
                   MOVE "*** NENHUM AMIGO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPY-VOLTA.
       APQ-002.
                READ CODAMIGO NEXT RECORD
                IF ST-ERRO NOT = "00"
                   DISPLAY (CPY-LINA, 01) LIMPA
                   MOVE "*** FIM DA PESQUISA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPY-VOLTA.
                DISPLAY (CPY-LINA, 01) LIMPA
                DISPLAY (CPY-LINA, 01) APELIDO
                DISPLAY (CPY-LINA, 14) NOME.
       APQ-003.
                DISPLAY (23, 12)
                    "ENTER=PROXIMO   F2=SELECIONAR   ESC=VOLTAR".
                ACCEPT (23, 65) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (CPY-LINA, 01) LIMPA
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS
                   GO TO CPY-VOLTA.
                IF W-ACT = TEC-F2
                   GO TO APQ-SEL.
                GO TO APQ-002.
       APQ-SEL.
                MOVE APELIDO TO CPY-DESTINO
                DISPLAY (CPY-APLIN, CPY-APCOL) CPY-DESTINO
                DISPLAY (CPY-LINA, 01) LIMPA
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                GO TO CPY-APOS.
