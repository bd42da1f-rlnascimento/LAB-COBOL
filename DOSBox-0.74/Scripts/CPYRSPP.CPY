      *-----------------------------------------------------------------
      * CPYRSPP - BUSCA DO RESPONSAVEL FINANCEIRO DO ALUNO CORRENTE,
      * COPIADA PELOS PROGRAMAS BATCH DE COBRANCA COM CPYRSPW E
      * CPYENDW EM WORKING-STORAGE, CPYRSPS/CPYRSPR, CPYCEPS/CPYCEPR
      * (ST-ERRO DO CEP TROCADO POR ST-CEP, CODCEP POR CEP-CODCEP,
      * CHAVE2 POR CEPCHAVE2 E CODCPF POR CEP-CODCPF) E
      * CPYENDS/CPYENDR NOS SELECT/FD, E CPYENDP COM REPLACING DE
      * CPY-CPFCAMPO POR RSP-CPF:
      *   RSP-ABRE  - ABRE RESPONS.DAT, CEP.DAT E ENDCOMPL.DAT EM
      *               INPUT; ARQUIVO AUSENTE SO DESLIGA O QUE DEPENDE
      *               DELE;
      *   RSP-BUSCA - COM O REGALU LIDO, PREENCHE OS CAMPOS W-RSP...
      *               PELO CPFRESP. SEM RESPONSAVEL (CPFRESP ZERADO
      *               OU NAO ACHADO) O PAGADOR E O PROPRIO ALUNO, COM
      *               O NOME DELE, O FONERESP E O ENDERECO EM BRANCO,
      *               COMO ERA ANTES DO CADASTRO;
      *   RSP-FECHA - FECHA OS ARQUIVOS.
      *-----------------------------------------------------------------
       RSP-ABRE.
           OPEN INPUT RESPONS
           IF ST-RSP = "00"
               MOVE "S" TO W-RSPDISP
           ELSE
               MOVE "N" TO W-RSPDISP.
           OPEN INPUT CEP
           IF ST-CEP = "00"
               MOVE "S" TO W-RSPCEPDISP
           ELSE
               MOVE "N" TO W-RSPCEPDISP.
           PERFORM END-ABRE THRU END-ABRE-FIM.
       RSP-ABRE-FIM.
           EXIT.
      *
       RSP-BUSCA.
           MOVE ZEROS    TO W-RSPCPF W-RSPCEP
           MOVE NOME     TO W-RSPNOME
           MOVE FONERESP TO W-RSPFONE
           MOVE SPACES   TO W-RSPEMAIL W-RSPLOGR W-RSPBAIRRO
                            W-RSPCIDADE W-RSPUF
           IF W-RSPDISP NOT = "S" OR CPFRESP = ZEROS
               GO TO RSP-BUSCA-FIM.
           MOVE CPFRESP TO RSP-CPF
           READ RESPONS
           IF ST-RSP NOT = "00"
               GO TO RSP-BUSCA-FIM.
           MOVE RSP-CPF   TO W-RSPCPF
           MOVE RSP-NOME  TO W-RSPNOME
           MOVE RSP-EMAIL TO W-RSPEMAIL
           IF RSP-FONE NOT = ZEROS
               MOVE RSP-FONE TO W-RSPFONE.
           MOVE RSP-CODCEP TO W-RSPCEP
           IF W-RSPCEPDISP NOT = "S" OR RSP-CODCEP = ZEROS
               GO TO RSP-BUSCA-FIM.
           MOVE RSP-CODCEP TO CEP-CODCEP
           READ CEP
           IF ST-CEP NOT = "00"
               GO TO RSP-BUSCA-FIM.
           PERFORM END-BUSCA  THRU END-BUSCA-FIM.
           PERFORM END-COMPOE THRU END-COMPOE-FIM.
           MOVE W-LOGRCOMP TO W-RSPLOGR
           MOVE BAIRRO     TO W-RSPBAIRRO
           MOVE CIDADE     TO W-RSPCIDADE
           MOVE UF         TO W-RSPUF.
       RSP-BUSCA-FIM.
           EXIT.
      *
       RSP-FECHA.
           IF W-RSPDISP = "S"
               CLOSE RESPONS
               MOVE "N" TO W-RSPDISP.
           IF W-RSPCEPDISP = "S"
               CLOSE CEP
               MOVE "N" TO W-RSPCEPDISP.
           PERFORM END-FECHA THRU END-FECHA-FIM.
       RSP-FECHA-FIM.
           EXIT.
