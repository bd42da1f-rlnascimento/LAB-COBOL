      *-----------------------------------------------------------------
      * CPYFXCP - CRITICA DO CODCEP CONTRA A TABELA DE FAIXAS DOS
      * CORREIOS (FAIXACEP.DAT), COPIADA COM CPYFXCS/CPYFXCR E CPYFXCW
      * PELO CADASTRO (CADCEP), PELA CARGA (CEPCARGA) E PELA AUDITORIA
      * DE CEP.DAT (RELCEPF):
      *   FXC-ABRE  - ABRE FAIXACEP.DAT; SE AINDA NAO FOI CARREGADO,
      *               W-FXCDISP = N E A CRITICA E PULADA, COMO A DO
      *               MUNICIP.DAT;
      *   FXC-VER   - CONFERE O CEP COM AS FAIXAS DA UF (CIDADE EM
      *               BRANCO) E, SE A CIDADE TEM FAIXA PROPRIA, COM AS
      *               DA CIDADE. RESULTADO EM W-FXCRES (VER CPYFXCW);
      *   FXC-FECHA - FECHA O ARQUIVO.
      *-----------------------------------------------------------------
       FXC-ABRE.
           OPEN INPUT FAIXACEP
           IF ST-FXC = "00"
               MOVE "S" TO W-FXCDISP
           ELSE
               MOVE "N" TO W-FXCDISP.
       FXC-ABRE-FIM.
           EXIT.
      *
       FXC-FECHA.
           IF W-FXCDISP = "S"
               CLOSE FAIXACEP
               MOVE "N" TO W-FXCDISP.
       FXC-FECHA-FIM.
           EXIT.
      *
       FXC-VER.
           MOVE "N" TO W-FXCRES
           MOVE SPACES TO W-FXCUFCEP
           IF W-FXCDISP NOT = "S"
               GO TO FXC-VER-FIM.
           MOVE ZEROS TO W-FXCQTD
           MOVE "N" TO W-FXCACHOU
           MOVE W-FXCUF TO FXC-UF
           MOVE SPACES TO FXC-CIDADE
           MOVE ZEROS TO FXC-INICIO
           START FAIXACEP KEY IS NOT LESS THAN FXC-CHAVE
           IF ST-FXC NOT = "00"
               GO TO FXC-VER-FIM.
       FXC-VER-UF.
           READ FAIXACEP NEXT RECORD
               AT END GO TO FXC-VER-UFFIM.
           IF FXC-UF NOT = W-FXCUF OR FXC-CIDADE NOT = SPACES
               GO TO FXC-VER-UFFIM.
           ADD 1 TO W-FXCQTD
           IF W-FXCCEP NOT < FXC-INICIO AND W-FXCCEP NOT > FXC-FIM
               MOVE "S" TO W-FXCACHOU.
           GO TO FXC-VER-UF.
       FXC-VER-UFFIM.
           IF W-FXCQTD = ZEROS
               GO TO FXC-VER-FIM.
           IF W-FXCACHOU NOT = "S"
               MOVE "U" TO W-FXCRES
               PERFORM FXC-DONO THRU FXC-DONO-FIM
               GO TO FXC-VER-FIM.
           MOVE "S" TO W-FXCRES
           IF W-FXCCID = SPACES
               GO TO FXC-VER-FIM.
           MOVE ZEROS TO W-FXCQTD
           MOVE "N" TO W-FXCACHOU
           MOVE W-FXCUF TO FXC-UF
           MOVE W-FXCCID TO FXC-CIDADE
           MOVE ZEROS TO FXC-INICIO
           START FAIXACEP KEY IS NOT LESS THAN FXC-CHAVE
           IF ST-FXC NOT = "00"
               GO TO FXC-VER-FIM.
       FXC-VER-CID.
           READ FAIXACEP NEXT RECORD
               AT END GO TO FXC-VER-CIDFIM.
           IF FXC-UF NOT = W-FXCUF OR FXC-CIDADE NOT = W-FXCCID
               GO TO FXC-VER-CIDFIM.
           ADD 1 TO W-FXCQTD
           IF W-FXCCEP NOT < FXC-INICIO AND W-FXCCEP NOT > FXC-FIM
               MOVE "S" TO W-FXCACHOU.
           GO TO FXC-VER-CID.
       FXC-VER-CIDFIM.
           IF W-FXCQTD > ZEROS AND W-FXCACHOU NOT = "S"
               MOVE "C" TO W-FXCRES.
       FXC-VER-FIM.
           EXIT.
      *
      *        CEP FORA DA UF: PROCURA NAS FAIXAS DE UF A QUE ELE
      *        PERTENCE, PARA A MENSAGEM E A AUDITORIA
       FXC-DONO.
           MOVE LOW-VALUES TO FXC-CHAVE
           START FAIXACEP KEY IS NOT LESS THAN FXC-CHAVE
           IF ST-FXC NOT = "00"
               GO TO FXC-DONO-FIM.
       FXC-DONO-LER.
           READ FAIXACEP NEXT RECORD
               AT END GO TO FXC-DONO-FIM.
           IF FXC-CIDADE NOT = SPACES
               GO TO FXC-DONO-LER.
           IF W-FXCCEP < FXC-INICIO OR W-FXCCEP > FXC-FIM
               GO TO FXC-DONO-LER.
           MOVE FXC-UF TO W-FXCUFCEP.
       FXC-DONO-FIM.
           EXIT.
