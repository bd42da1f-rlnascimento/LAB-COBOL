      * WORKING-STORAGE, OS SELECT/FD DE CEP.DAT COPIADOS COM
      * REPLACING (CEP-CODCEP/CEPCHAVE2/ST-CEP) E OS PARAGRAFOS
      * INC-OPC/ALT-OPC (CPYCONF), ROT-MENS/ROT-MENS-FIM, ALEM DE
      * W-SEL, W-OPCAO, W-ACT, TEC-ESC, TEC-F2, MENS E LIMPA. NA
      * PESQUISA, CADA CEP MOSTRA QUANTOS CADASTROS JA O USAM, LIDO
      * NO INDICE DE USO - POR ISSO O SELECT/FD DE CEPUSO.DAT
      * (CPYCPXS/CPYCPXR) TAMBEM PRECISA ESTAR COPIADO.
      *-----------------------------------------------------------------
      * ABERTURA E FECHAMENTO DE CEP.DAT. SE O ARQUIVO AINDA NAO
      * EXISTIR, O CADASTRO SEGUE FUNCIONANDO SEM A VALIDACAO DE CEP
                DISPLAY (CPY-LINB, 01) BAIRRO
                DISPLAY (CPY-LINB, 22) CIDADE
                DISPLAY (CPY-LINB, 43) UF.
                PERFORM CPQ-USO THRU CPQ-USO-FIM.
       CPQ-003.
                DISPLAY (23, 12)
                    "ENTER=PROXIMO   F2=SELECIONAR   ESC=VOLTAR".
                IF W-ACT = TEC-F2
                   GO TO CPQ-SEL.
                GO TO CPQ-002.
      *        QUANTOS CADASTROS USAM O CEP EXIBIDO (ATE 999); SEM O
      *        INDICE A CONTAGEM NAO APARECE
       CPQ-USO.
                MOVE ZEROS TO W-CEPUSOS
                OPEN INPUT CEPUSO
                IF ST-CPX NOT = "00"
                   GO TO CPQ-USO-FIM.
                MOVE CEP-CODCEP TO CPX-CEP
                START CEPUSO KEY IS = CPX-CEP
                IF ST-CPX NOT = "00"
                   GO TO CPQ-USO-MOSTRA.
       CPQ-USO-LER.
                READ CEPUSO NEXT RECORD
                IF ST-CPX NOT = "00" OR CPX-CEP NOT = CEP-CODCEP
                   GO TO CPQ-USO-MOSTRA.
                IF W-CEPUSOS < 999
                   ADD 1 TO W-CEPUSOS.
                GO TO CPQ-USO-LER.
       CPQ-USO-MOSTRA.
                CLOSE CEPUSO
                DISPLAY (CPY-LINB, 47) "USADO EM " W-CEPUSOS
                        " CADASTROS".
       CPQ-USO-FIM.
                EXIT.
       CPQ-SEL.
                MOVE CEP-CODCEP TO CODCEP
                DISPLAY (CPY-CEPLIN, CPY-CEPCOL) CODCEP
