      * VEICULO CUSTOU NO PERIODO: MANUTENCAO (MNT-CUSTO),
      * COMBUSTIVEL (ABA-VALOR), IPVA PAGO (IPG-VALOR), PREMIO DE
      * SEGURO (SEG-PREMIO DAS APOLICES INICIADAS NO PERIODO), MULTAS
      * (MUL-VALOR), PNEUS LANCADOS NO VEICULO NA MONTAGEM (COMPRA E
      * RECAPAGENS, PMV-CUSTO), PECAS DO ALMOXARIFADO DADAS SAIDA PARA
      * O VEICULO (EMV-VALOR), PEDAGIOS DA TAG (PDG-VALOR, COM OU SEM
      * ALOCACAO) E A DEPRECIACAO MENSAL QUE O CONTABIL
      * JA CALCULA (TAXA DO ANO CORRENTE SOBRE O VALOR JA DEPRECIADO,
      * DIVIDIDA POR 12 E MULTIPLICADA PELOS MESES DO PERIODO). NO PE
      * DE CADA EXTRATO, O CUSTO POR KM USANDO O VAO DE ODOMETRO DOS
      * ABASTECIMENTOS DO PERIODO. CADA EXTRATO COMECA EM PAGINA NOVA
      * NA IMPRESSORA.
      * SALVO SE O OPERADOR PEDIR O DETALHE, MANUTENCAO, COMBUSTIVEL
      * (E O VAO DE ODOMETRO), IPVA, SEGURO E MULTAS VEM DO RESUMO
      * MENSAL (CUSTMES.DAT), ATUALIZADO TODA NOITE PELO CUSTAGR - O
      * QUE FOI LANCADO HOJE SO ENTRA LENDO O DETALHE. PNEUS, PECAS,
      * PEDAGIOS E DEPRECIACAO SAO SEMPRE APURADOS COMO ANTES. SEM O
      * CUSTMES.DAT O PROGRAMA LE O DETALHE.
      * PEDIDO PELA FILA DA NOITE (PEDREL, RODADO PELO JOBCTRL) NAO
      * PERGUNTA NADA: O PERIODO E O DETALHE VEM DO PEDIDO, O SPOOL
      * SAI NO NOME DE QUEM PEDIU E ERRO DE ABERTURA DEVOLVE RC 8.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYIPGS.
           COPY CPYSGS.
           COPY CPYMLTS.
           COPY CPYPMVS.
           COPY CPYEMVS.
           COPY CPYPDGS.
           COPY CPYCMSS.
           SELECT RELCUS ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIPGR.
           COPY CPYSGR.
           COPY CPYMLTR.
           COPY CPYPMVR.
           COPY CPYEMVR.
           COPY CPYPDGR.
           COPY CPYCMSR.
      *
       FD  RELCUS
               LABEL RECORD IS STANDARD
       77 ST-IPG         PIC X(02) VALUE "00".
       77 ST-SEG         PIC X(02) VALUE "00".
       77 ST-MUL         PIC X(02) VALUE "00".
       77 ST-PMV         PIC X(02) VALUE "00".
       77 ST-EMV         PIC X(02) VALUE "00".
       77 ST-PDG         PIC X(02) VALUE "00".
       77 ST-CMS         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-VEICULOS     PIC 9(06) VALUE ZEROS.
       77 W-DETALHE      PIC X(01) VALUE "N".
       77 W-FONTE        PIC X(16) VALUE SPACES.
       77 W-CUSMANU      PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSCOMB      PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSIPVA      PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSSEG       PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSMUL       PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSPNEU      PIC 9(08)V99 VALUE ZEROS.
      *        PNEUMOV.DAT E OPCIONAL: SEM ELE A LINHA DE PNEUS SAI ZERO
       77 W-PMVDISP      PIC X(01) VALUE "N".
       77 W-CUSPECA      PIC 9(08)V99 VALUE ZEROS.
      *        ESTMOV.DAT E OPCIONAL: SEM ELE A LINHA DE PECAS SAI ZERO
       77 W-EMVDISP      PIC X(01) VALUE "N".
       77 W-CUSPEDAG     PIC 9(08)V99 VALUE ZEROS.
      *        PEDAGIO.DAT E OPCIONAL: SEM ELE A LINHA DE PEDAGIOS SAI
      *        ZERO
       77 W-PDGDISP      PIC X(01) VALUE "N".
       77 W-CUSDEP       PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSTOT       PIC 9(09)V99 VALUE ZEROS.
       77 W-GERTOT       PIC 9(10)V99 VALUE ZEROS.
            03 W-DATA-DIA   PIC 9(02).
           COPY CPYDEPW.
           COPY CPYMASC.
           COPY CPYPRQW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELCUSTO - EXTRATO DE CUSTO POR VEICULO".
           MOVE "L" TO W-PRQFUNC
           CALL "PRQCTX" USING W-PRQFUNC W-PRQCTX
           IF W-PRQATIVO = "S"
               MOVE W-PRQPERINI TO W-COMPINI
               MOVE W-PRQPERFIM TO W-COMPFIM
               MOVE W-PRQOPC    TO W-DETALHE
               DISPLAY "PEDIDO DA FILA " W-PRQCHAVE " DE " W-PRQOPER
               GO TO CUS-PERIODO.
       CUS-PERINI.
           DISPLAY "COMPETENCIA INICIAL (AAAAMM): ".
           MOVE ZEROS TO W-COMPINI
           ACCEPT W-COMPFIM.
           IF W-COMPFIM = ZEROS OR W-COMPFIM < W-COMPINI
               GO TO CUS-PERFIM.
           DISPLAY "LER O DETALHE DOS LANCAMENTOS (S/N)?".
           DISPLAY "(N = RESUMO MENSAL, ATE A NOITE ANTERIOR): ".
           MOVE SPACES TO W-DETALHE
           ACCEPT W-DETALHE.
       CUS-PERIODO.
           COMPUTE W-MESESPER =
               (W-CFIM-ANO - W-CINI-ANO) * 12
               + W-CFIM-MES - W-CINI-MES + 1.
           ACCEPT W-DATA FROM DATE YYYYMMDD.
           IF W-DETALHE = "s"
               MOVE "S" TO W-DETALHE.
           IF W-DETALHE NOT = "S"
               MOVE "N" TO W-DETALHE.
           PERFORM CUS-OP0 THRU CUS-OP0-FIM.
           GO TO CUS-LER.
      *
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           IF W-DETALHE = "N"
               OPEN INPUT CUSTMES
               IF ST-CMS NOT = "00"
                   DISPLAY "SEM RESUMO MENSAL (CUSTMES.DAT) - ST="
                           ST-CMS " - LENDO O DETALHE"
                   MOVE "S" TO W-DETALHE.
           IF W-DETALHE = "N"
               MOVE "(RESUMO MENSAL)" TO W-FONTE
               GO TO CUS-OP0-OPC.
           MOVE "(DETALHE)" TO W-FONTE
           OPEN INPUT MANUVEIC
           IF ST-MNT NOT = "00"
               DISPLAY "ERRO AO ABRIR MANUVEIC.DAT - ST=" ST-MNT
               CLOSE CADVEIC
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT ABASTEC
           IF ST-ABA NOT = "00"
               DISPLAY "ERRO AO ABRIR ABASTEC.DAT - ST=" ST-ABA
               CLOSE CADVEIC MANUVEIC
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT IPVAPAG
           IF ST-IPG NOT = "00"
               DISPLAY "ERRO AO ABRIR IPVAPAG.DAT - ST=" ST-IPG
               CLOSE CADVEIC MANUVEIC ABASTEC
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT SEGURO
           IF ST-SEG NOT = "00"
               DISPLAY "ERRO AO ABRIR SEGURO.DAT - ST=" ST-SEG
               CLOSE CADVEIC MANUVEIC ABASTEC IPVAPAG
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT MULTA
           IF ST-MUL NOT = "00"
               DISPLAY "ERRO AO ABRIR MULTA.DAT - ST=" ST-MUL
               CLOSE CADVEIC MANUVEIC ABASTEC IPVAPAG SEGURO
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
       CUS-OP0-OPC.
           OPEN INPUT PNEUMOV
           IF ST-PMV = "00"
               MOVE "S" TO W-PMVDISP.
           OPEN INPUT ESTMOV
           IF ST-EMV = "00"
               MOVE "S" TO W-EMVDISP.
           OPEN INPUT PEDAGIO
           IF ST-PDG = "00"
               MOVE "S" TO W-PDGDISP.
           OPEN OUTPUT RELCUS
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCUSTO.TXT - ST=" ST-REL
               CLOSE CADVEIC
               PERFORM CUS-FCHFONTE THRU CUS-FCHFONTE-FIM
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE "RELCUSTO.SPL" TO W-SPLNOME
           IF W-PRQATIVO = "S"
               MOVE W-PRQSPOOL TO W-SPLNOME
               MOVE W-PRQOPER  TO W-SPLOPER.
           CALL "SPLCTL" USING W-SPLNOME "RELCUSTO" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE CADVEIC RELCUS
               PERFORM CUS-FCHFONTE THRU CUS-FCHFONTE-FIM
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
       CUS-OP0-FIM.
           EXIT.
               AT END GO TO CUS-EOF.
           ADD 1 TO W-VEICULOS.
           MOVE ZEROS TO W-CUSMANU W-CUSCOMB W-CUSIPVA W-CUSSEG
                         W-CUSMUL W-CUSPNEU W-CUSPECA W-CUSPEDAG
                         W-CUSDEP W-CUSTOT W-KM
           MOVE 9999999 TO W-ODOMIN
           MOVE ZEROS TO W-ODOMAX.
           IF W-DETALHE = "N"
               PERFORM CUS-RES THRU CUS-RES-FIM
           ELSE
               PERFORM CUS-MANU THRU CUS-MANU-FIM
               PERFORM CUS-COMB THRU CUS-COMB-FIM
               PERFORM CUS-IPVA THRU CUS-IPVA-FIM
               PERFORM CUS-SEG THRU CUS-SEG-FIM
               PERFORM CUS-MUL THRU CUS-MUL-FIM.
           PERFORM CUS-PNEU THRU CUS-PNEU-FIM.
           PERFORM CUS-PECA THRU CUS-PECA-FIM.
           PERFORM CUS-PEDAG THRU CUS-PEDAG-FIM.
           PERFORM CUS-DEP THRU CUS-DEP-FIM.
           COMPUTE W-CUSTOT = W-CUSMANU + W-CUSCOMB + W-CUSIPVA
                            + W-CUSSEG + W-CUSMUL + W-CUSPNEU
                            + W-CUSPECA + W-CUSPEDAG + W-CUSDEP
           ADD W-CUSTOT TO W-GERTOT.
           PERFORM CUS-EXTRATO THRU CUS-EXTRATO-FIM.
           GO TO CUS-LER.
      *
      *-----------------------------------------------------------------
      * AS CINCO ORIGENS PELO RESUMO MENSAL (CHAVE PLACA+COMPETENCIA+
      * CATEGORIA): UM REGISTRO POR MES E CATEGORIA DO PERIODO
      *-----------------------------------------------------------------
       CUS-RES.
           MOVE PLACA TO CMS-PLACA
           MOVE W-COMPINI TO CMS-COMP
           MOVE ZEROS TO CMS-CATEG
           START CUSTMES KEY IS NOT LESS THAN CMS-CHAVE
           IF ST-CMS NOT = "00"
               GO TO CUS-RES-FIM.
       CUS-RES-LER.
           READ CUSTMES NEXT RECORD
           IF ST-CMS NOT = "00"
               GO TO CUS-RES-FIM.
           IF CMS-PLACA NOT = PLACA OR CMS-COMP > W-COMPFIM
               GO TO CUS-RES-FIM.
           IF CMS-CATEG = 1
               ADD CMS-VALOR TO W-CUSCOMB
               IF CMS-ODOMIN < W-ODOMIN
                   MOVE CMS-ODOMIN TO W-ODOMIN
               END-IF
               IF CMS-ODOMAX > W-ODOMAX
                   MOVE CMS-ODOMAX TO W-ODOMAX.
           IF CMS-CATEG = 2
               ADD CMS-VALOR TO W-CUSMANU.
           IF CMS-CATEG = 3
               ADD CMS-VALOR TO W-CUSSEG.
           IF CMS-CATEG = 4
               ADD CMS-VALOR TO W-CUSIPVA.
           IF CMS-CATEG = 5
               ADD CMS-VALOR TO W-CUSMUL.
           GO TO CUS-RES-LER.
       CUS-RES-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MANUTENCOES DO PERIODO (CHAVE PLACA+DATA+SEQ)
      *-----------------------------------------------------------------
       CUS-MANU.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PNEUS MONTADOS NO PERIODO (CHAVE ALTERNATIVA PMV-PLACA): A
      * COMPRA E AS RECAPAGENS ENTRAM NO VEICULO QUE RECEBEU O PNEU
      *-----------------------------------------------------------------
       CUS-PNEU.
           IF W-PMVDISP NOT = "S"
               GO TO CUS-PNEU-FIM.
           MOVE PLACA TO PMV-PLACA
           START PNEUMOV KEY IS NOT LESS THAN PMV-PLACA
           IF ST-PMV NOT = "00"
               GO TO CUS-PNEU-FIM.
       CUS-PNEU-LER.
           READ PNEUMOV NEXT RECORD
           IF ST-PMV NOT = "00" AND ST-PMV NOT = "02"
               GO TO CUS-PNEU-FIM.
           IF PMV-PLACA NOT = PLACA
               GO TO CUS-PNEU-FIM.
           IF PMV-TIPO = "M"
              AND PMV-DATA (1:6) NOT < W-COMPINI
              AND PMV-DATA (1:6) NOT > W-COMPFIM
               ADD PMV-CUSTO TO W-CUSPNEU.
           GO TO CUS-PNEU-LER.
       CUS-PNEU-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PECAS DO ALMOXARIFADO DADAS SAIDA PARA O VEICULO NO PERIODO
      * (CHAVE ALTERNATIVA EMV-PLACA), PELO CUSTO MEDIO DA SAIDA. A
      * PECA DE ESTOQUE PROPRIO NAO ESTA NA NOTA DA OFICINA, ENTAO NAO
      * SE REPETE NA MANUTENCAO
      *-----------------------------------------------------------------
       CUS-PECA.
           IF W-EMVDISP NOT = "S"
               GO TO CUS-PECA-FIM.
           MOVE PLACA TO EMV-PLACA
           START ESTMOV KEY IS NOT LESS THAN EMV-PLACA
           IF ST-EMV NOT = "00"
               GO TO CUS-PECA-FIM.
       CUS-PECA-LER.
           READ ESTMOV NEXT RECORD
           IF ST-EMV NOT = "00" AND ST-EMV NOT = "02"
               GO TO CUS-PECA-FIM.
           IF EMV-PLACA NOT = PLACA
               GO TO CUS-PECA-FIM.
           IF EMV-TIPO = "S"
              AND EMV-DATA (1:6) NOT < W-COMPINI
              AND EMV-DATA (1:6) NOT > W-COMPFIM
               ADD EMV-VALOR TO W-CUSPECA.
           GO TO CUS-PECA-LER.
       CUS-PECA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PEDAGIOS DA TAG PASSADOS NO PERIODO (CHAVE PLACA+DATA+HORA)
      *-----------------------------------------------------------------
       CUS-PEDAG.
           IF W-PDGDISP NOT = "S"
               GO TO CUS-PEDAG-FIM.
           MOVE PLACA TO PDG-PLACA
           MOVE ZEROS TO PDG-DATA PDG-HORA
           START PEDAGIO KEY IS NOT LESS THAN PDG-CHAVE
           IF ST-PDG NOT = "00"
               GO TO CUS-PEDAG-FIM.
       CUS-PEDAG-LER.
           READ PEDAGIO NEXT RECORD
           IF ST-PDG NOT = "00"
               GO TO CUS-PEDAG-FIM.
           IF PDG-PLACA NOT = PLACA
               GO TO CUS-PEDAG-FIM.
           IF PDG-DATA (1:6) NOT < W-COMPINI
              AND PDG-DATA (1:6) NOT > W-COMPFIM
               ADD PDG-VALOR TO W-CUSPEDAG.
           GO TO CUS-PEDAG-LER.
       CUS-PEDAG-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DEPRECIACAO DO PERIODO - MESMA CONTA DO CONTABIL: TAXA DO ANO
      * CORRENTE SOBRE O VALOR JA DEPRECIADO, DIVIDIDA POR 12 E
      * MULTIPLICADA PELOS MESES DO PERIODO
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
           MOVE SPACES TO LINREL
           STRING "PERIODO " W-COMPINI " A " W-COMPFIM " " W-FONTE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CUS-IMP THRU CUS-IMP-FIM.
           MOVE W-CUSMANU TO MASC-DINHEIRO-REL
           STRING "  MULTAS..............: " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CUS-IMP THRU CUS-IMP-FIM.
           MOVE W-CUSPNEU TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  PNEUS (COMPRA/RECAP): " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CUS-IMP THRU CUS-IMP-FIM.
           MOVE W-CUSPECA TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  PECAS (ALMOXARIFADO): " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CUS-IMP THRU CUS-IMP-FIM.
           MOVE W-CUSPEDAG TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  PEDAGIOS (TAG)......: " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CUS-IMP THRU CUS-IMP-FIM.
           MOVE W-CUSDEP TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  DEPRECIACAO.........: " MASC-DINHEIRO-REL
                  "  TOTAL GERAL: " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CUS-IMP THRU CUS-IMP-FIM.
           CLOSE CADVEIC RELCUS IMPRESSORA.
           PERFORM CUS-FCHFONTE THRU CUS-FCHFONTE-FIM.
           IF W-PMVDISP = "S"
               CLOSE PNEUMOV.
           IF W-EMVDISP = "S"
               CLOSE ESTMOV.
           IF W-PDGDISP = "S"
               CLOSE PEDAGIO.
           DISPLAY "RELCUSTO - EXTRATOS GERADOS EM RELCUSTO.TXT".
           DISPLAY "VEICULOS NO EXTRATO.....: " W-VEICULOS.
           GO TO ROT-FIM.
      *
      *        FECHA A FONTE DAS CINCO ORIGENS: DETALHE OU RESUMO
       CUS-FCHFONTE.
           IF W-DETALHE = "S"
               CLOSE MANUVEIC ABASTEC IPVAPAG SEGURO MULTA
           ELSE
               CLOSE CUSTMES.
       CUS-FCHFONTE-FIM.
           EXIT.
      *
       CUS-IMP.
           WRITE LINREL
       CUS-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        IGUAL, MAS CHAMADO PELO JOBCTRL (FILA DE PEDIDOS)
      *        DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
      *
      *****************************************
      * CALCULO DO VALOR DEPRECIADO (CPYDEPP) *
