      *-----------------------------------------------------------------
      * CPYALPP - CONTROLE DE ALCADA NOS LANCAMENTOS FINANCEIROS.
      *   ALC-CONFERE - PERGUNTA AO ALCVER SE W-ALPVALOR CABE NA
      *                 ALCADA DO OPERADOR DA SESSAO PARA W-ALPFUNCAO
      *                 (W-ALCOK = "S" GRAVA NORMAL; "N" VAI PARA A
      *                 FILA). VALOR ZERO SEMPRE CABE.
      *   ALP-GRAVA   - GRAVA O LANCAMENTO EM ALCPEND.DAT "AGUARDANDO
      *                 ALCADA" (ABRE O ARQUIVO NA HORA, CRIANDO NA
      *                 PRIMEIRA VEZ) E REGISTRA O PEDIDO EM AUDIT.TXT
      *                 ("ALC-PEDIDO"). O MESMO LANCAMENTO AINDA
      *                 AGUARDANDO NAO ENTRA DE NOVO. A APROVACAO FICA
      *                 NO APRALC.
      * QUEM FIZER O COPY PRECISA TER CPYALPW E CPYAUDW EM
      * WORKING-STORAGE, OS SELECT/FD DE CPYALPS/CPYALPR, E
      * ROT-MENS/AUD-GRAVA DISPONIVEIS.
      *-----------------------------------------------------------------
       ALC-CONFERE.
                MOVE "S" TO W-ALCOK
                MOVE ZEROS TO W-ALPLIMITE
                IF W-ALPVALOR = ZEROS
                   GO TO ALC-CONFERE-FIM.
                CALL "ALCVER" USING W-OPERADOR W-ALPFUNCAO W-ALPVALOR
                                    W-ALPLIMITE W-ALCOK.
       ALC-CONFERE-FIM.
                EXIT.
      *
       ALP-GRAVA.
                OPEN I-O ALCPEND
                IF ST-ALP NOT = "00"
                   IF ST-ALP = "30" OR ST-ALP = "35"
                      OPEN OUTPUT ALCPEND
                      CLOSE ALCPEND
                      OPEN I-O ALCPEND
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ALCPEND.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ALP-GRAVA-FIM.
                MOVE W-ALPFUNCAO TO ALP-FUNCAO
                MOVE W-ALPID TO ALP-ID
                MOVE ZEROS TO ALP-DATA ALP-HORA
                START ALCPEND KEY IS NOT LESS THAN ALP-CHAVE
                IF ST-ALP NOT = "00"
                   GO TO ALP-GRAVA-NOVO.
       ALP-GRAVA-LER.
                READ ALCPEND NEXT RECORD
                IF ST-ALP NOT = "00"
                   GO TO ALP-GRAVA-NOVO.
                IF ALP-FUNCAO NOT = W-ALPFUNCAO OR
                   ALP-ID NOT = W-ALPID
                   GO TO ALP-GRAVA-NOVO.
                IF ALP-SITUACAO = "A"
                   MOVE "*** LANCAMENTO JA AGUARDA ALCADA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ALCPEND
                   GO TO ALP-GRAVA-FIM.
                GO TO ALP-GRAVA-LER.
       ALP-GRAVA-NOVO.
                MOVE W-ALPFUNCAO TO ALP-FUNCAO
                MOVE W-ALPID TO ALP-ID
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-DATAUD TO ALP-DATA
                ACCEPT W-ALPHORA FROM TIME
                MOVE W-ALPHORA TO ALP-HORA
                MOVE W-OPERADOR TO ALP-OPER
                MOVE W-ALPVALOR TO ALP-VALOR
                MOVE W-ALPLIMITE TO ALP-LIMITE
                MOVE W-ALPMODO TO ALP-MODO
                MOVE "A" TO ALP-SITUACAO
                MOVE SPACES TO ALP-APROV
                MOVE ZEROS TO ALP-DATAPROV
                MOVE W-ALPIMAGEM TO ALP-IMAGEM
                WRITE REGALP
                IF ST-ALP NOT = "00" AND ST-ALP NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ALCPEND.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ALCPEND
                   GO TO ALP-GRAVA-FIM.
                CLOSE ALCPEND
                MOVE "ALCADA" TO AUD-ARQ
                MOVE "ALC-PEDIDO" TO AUD-ACAO
                MOVE SPACES TO AUD-CHAVE
                STRING W-ALPFUNCAO W-ALPID DELIMITED BY SIZE
                       INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "** ACIMA DA ALCADA - AGUARDA SUPERVISOR **"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ALP-GRAVA-FIM.
                EXIT.
