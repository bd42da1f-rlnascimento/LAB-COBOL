       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFORN.
      **************************************
      *  RANKING DE GASTO POR FORNECEDOR   *
      *  (FORNEC.DAT)                      *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O ANO INICIAL E O FINAL E O PROGRAMA SOMA
      * TUDO O QUE FOI PAGO A CADA FORNECEDOR NO PERIODO:
      *   MANUTENCOES  (MANUVEIC.DAT, MNT-CUSTO, ANO DO SERVICO);
      *   COMBUSTIVEL  (ABASTEC.DAT, ABA-VALOR, ANO DO ABASTECIMENTO);
      *   SEGUROS      (SEGURO.DAT, SEG-PREMIO, ANO DO INICIO DA
      *                 VIGENCIA);
      *   EVENTOS      (DESPEVE.DAT, DSP-VALOR, ANO DO PAGAMENTO - NO
      *                 LUGAR DA PLACA SAI EVE + NUMERO DO EVENTO).
      * OS FORNECEDORES SAEM DO MAIOR PARA O MENOR TOTAL, CADA UM COM
      * O TOTAL DE CADA ANO E, DENTRO DO ANO, O TOTAL POR VEICULO.
      * LANCAMENTO SEM FORNECEDOR (CODIGO ZERADO - ANTIGO QUE O MIGFORN
      * NAO CASOU, OU ABASTECIMENTO SEM POSTO) NAO ENTRA NO RANKING E
      * SAI SOMADO NO FIM. ARQUIVO DE LANCAMENTO QUE NAO EXISTIR E
      * PULADO COM AVISO.
      * DOIS SORTS NO MODELO DO RELHONRA: O PRIMEIRO JUNTA POR
      * FORNECEDOR/ANO/VEICULO E GRAVA FORNRANK.TMP JA COM O TOTAL DO
      * FORNECEDOR EM CADA LINHA; O SEGUNDO ORDENA PELO TOTAL.
      * ARQUIVOS: RELFORN.TXT E O SPOOL RELFORN.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYFORS.
           COPY CPYMNTS.
           COPY CPYABAS.
           COPY CPYSGS.
           COPY CPYDSPS.
           SELECT FRSLAN ASSIGN TO DISK.
           SELECT FRSRNK ASSIGN TO DISK.
           SELECT FRNTMP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-TMP.
           SELECT RELFOR ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYFORR.
           COPY CPYMNTR.
           COPY CPYABAR.
           COPY CPYSGR.
           COPY CPYDSPR.
      *
       SD  FRSLAN.
       01 REGLAN.
                03 LAN-DOC         PIC 9(14).
                03 LAN-ANO         PIC 9(04).
                03 LAN-PLACA       PIC X(07).
                03 LAN-VALOR       PIC 9(08)V99.
      *
      *        TIPO 1 = TOTAL DO FORNECEDOR, 2 = TOTAL DO ANO,
      *        3 = TOTAL DO VEICULO NO ANO
       SD  FRSRNK.
       01 REGRNK.
                03 RNK-TOTAL       PIC 9(10)V99.
                03 RNK-DOC         PIC 9(14).
                03 RNK-ANO         PIC 9(04).
                03 RNK-TIPO        PIC 9(01).
                03 RNK-PLACA       PIC X(07).
                03 RNK-VALOR       PIC 9(10)V99.
      *
       FD  FRNTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORNRANK.TMP".
       01 REGTMP.
                03 TMP-TOTAL       PIC 9(10)V99.
                03 TMP-DOC         PIC 9(14).
                03 TMP-ANO         PIC 9(04).
                03 TMP-TIPO        PIC 9(01).
                03 TMP-PLACA       PIC X(07).
                03 TMP-VALOR       PIC 9(10)V99.
      *
       FD  RELFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFORN.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MNT         PIC X(02) VALUE "00".
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-SEG         PIC X(02) VALUE "00".
       77 ST-DSP         PIC X(02) VALUE "00".
       77 ST-TMP         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYFORW.
       77 W-ANOINI       PIC 9(04) VALUE ZEROS.
       77 W-ANOFIM       PIC 9(04) VALUE ZEROS.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-LIDOS        PIC 9(07) VALUE ZEROS.
       77 W-SEMFOR       PIC 9(10)V99 VALUE ZEROS.
       77 W-SEMQTD       PIC 9(07) VALUE ZEROS.
       77 W-GERTOT       PIC 9(11)V99 VALUE ZEROS.
       77 W-PRIMLAN      PIC X(01) VALUE "S".
      *        QUEBRAS DA SAIDA DO PRIMEIRO SORT
       77 W-DOCANT       PIC 9(14) VALUE ZEROS.
       77 W-ANOANT       PIC 9(04) VALUE ZEROS.
       77 W-PLACAANT     PIC X(07) VALUE SPACES.
       77 W-VEITOT       PIC 9(10)V99 VALUE ZEROS.
       77 W-ANOTOT       PIC 9(10)V99 VALUE ZEROS.
       77 W-FORTOT       PIC 9(10)V99 VALUE ZEROS.
      *        LINHAS DE ANO/VEICULO DO FORNECEDOR CORRENTE, GUARDADAS
      *        ATE SE SABER O TOTAL DELE
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(03) VALUE ZEROS.
       77 W-TRUNCOU      PIC 9(05) VALUE ZEROS.
       01 W-TABLIN.
            03 W-LIN OCCURS 300 TIMES.
               05 W-LIN-ANO     PIC 9(04).
               05 W-LIN-TIPO    PIC 9(01).
               05 W-LIN-PLACA   PIC X(07).
               05 W-LIN-VALOR   PIC 9(10)V99.
      *        POSICAO NO RANKING
       77 W-RANK         PIC 9(04) VALUE ZEROS.
       77 W-FORNECS      PIC 9(05) VALUE ZEROS.
       77 W-RANK-ED      PIC ZZZ9.
       77 W-VAL-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 W-QTD-ED       PIC Z.ZZZ.ZZ9.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELFORN - RANKING DE GASTO POR FORNECEDOR".
       FRN-ANOINI.
           DISPLAY "ANO INICIAL (AAAA): ".
           MOVE ZEROS TO W-ANOINI
           ACCEPT W-ANOINI.
           IF W-ANOINI = ZEROS
               GO TO FRN-ANOINI.
       FRN-ANOFIM.
           DISPLAY "ANO FINAL   (AAAA): ".
           MOVE ZEROS TO W-ANOFIM
           ACCEPT W-ANOFIM.
           IF W-ANOFIM = ZEROS OR W-ANOFIM < W-ANOINI
               GO TO FRN-ANOFIM.
           ACCEPT W-DATA FROM DATE YYYYMMDD.
           PERFORM FRN-OP0 THRU FRN-OP0-FIM.
           SORT FRSLAN ON ASCENDING KEY LAN-DOC LAN-ANO LAN-PLACA
                       INPUT PROCEDURE FRN-SELECIONA
                                  THRU FRN-SELECIONA-FIM
                       OUTPUT PROCEDURE FRN-AGRUPA
                                  THRU FRN-AGRUPA-FIM.
           SORT FRSRNK ON DESCENDING KEY RNK-TOTAL
                          ASCENDING KEY RNK-DOC RNK-ANO RNK-TIPO
                                        RNK-PLACA
                       INPUT PROCEDURE FRN-CARREGA
                                  THRU FRN-CARREGA-FIM
                       OUTPUT PROCEDURE FRN-RANKING
                                  THRU FRN-RANKING-FIM.
           PERFORM FRN-RESUMO THRU FRN-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DO FORNEC.DAT (NOMES) E DAS SAIDAS - OS ARQUIVOS DE
      * LANCAMENTO SAO ABERTOS UM A UM NA SELECAO
      *-----------------------------------------------------------------
       FRN-OP0.
           OPEN INPUT FORNEC
           IF ST-FOR NOT = "00"
               DISPLAY "ERRO AO ABRIR FORNEC.DAT - ST=" ST-FOR
               GO TO ROT-FIM.
           OPEN OUTPUT RELFOR
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELFORN.TXT - ST=" ST-REL
               CLOSE FORNEC
               GO TO ROT-FIM.
           MOVE "RELFORN.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELFORN" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE FORNEC RELFOR
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "RANKING DE GASTO POR FORNECEDOR - ANOS " W-ANOINI
                  " A " W-ANOFIM "  EMITIDO EM " W-DATA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "POS  CNPJ/CPF       FORNECEDOR"
                  "                     TIPO          TOTAL PAGO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
       FRN-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 1 - ENTRADA: OS LANCAMENTOS DO PERIODO DOS QUATRO
      * ARQUIVOS, UM REGISTRO POR LANCAMENTO COM FORNECEDOR
      *-----------------------------------------------------------------
       FRN-SELECIONA.
           OPEN INPUT MANUVEIC
           IF ST-MNT NOT = "00"
               DISPLAY "MANUVEIC.DAT NAO ENCONTRADO - PULADO"
               GO TO FRN-SEL-ABA.
       FRN-SEL-MNT.
           READ MANUVEIC NEXT RECORD
               AT END
                   CLOSE MANUVEIC
                   GO TO FRN-SEL-ABA.
           MOVE MNT-DATA-ANO TO W-ANO
           MOVE MNT-CODFOR   TO LAN-DOC
           MOVE MNT-PLACA    TO LAN-PLACA
           MOVE MNT-CUSTO    TO LAN-VALOR
           PERFORM FRN-SOLTA THRU FRN-SOLTA-FIM.
           GO TO FRN-SEL-MNT.
       FRN-SEL-ABA.
           OPEN INPUT ABASTEC
           IF ST-ABA NOT = "00"
               DISPLAY "ABASTEC.DAT NAO ENCONTRADO - PULADO"
               GO TO FRN-SEL-SEG.
       FRN-SEL-ABA1.
           READ ABASTEC NEXT RECORD
               AT END
                   CLOSE ABASTEC
                   GO TO FRN-SEL-SEG.
           MOVE ABA-DATA-ANO TO W-ANO
           MOVE ABA-CODFOR   TO LAN-DOC
           MOVE ABA-PLACA    TO LAN-PLACA
           MOVE ABA-VALOR    TO LAN-VALOR
           PERFORM FRN-SOLTA THRU FRN-SOLTA-FIM.
           GO TO FRN-SEL-ABA1.
       FRN-SEL-SEG.
           OPEN INPUT SEGURO
           IF ST-SEG NOT = "00"
               DISPLAY "SEGURO.DAT NAO ENCONTRADO - PULADO"
               GO TO FRN-SEL-DSP.
       FRN-SEL-SEG1.
           READ SEGURO NEXT RECORD
               AT END
                   CLOSE SEGURO
                   GO TO FRN-SEL-DSP.
           MOVE SEG-INI (1:4) TO W-ANO
           MOVE SEG-CODFOR    TO LAN-DOC
           MOVE SEG-PLACA     TO LAN-PLACA
           MOVE SEG-PREMIO    TO LAN-VALOR
           PERFORM FRN-SOLTA THRU FRN-SOLTA-FIM.
           GO TO FRN-SEL-SEG1.
       FRN-SEL-DSP.
           OPEN INPUT DESPEVE
           IF ST-DSP NOT = "00"
               DISPLAY "DESPEVE.DAT NAO ENCONTRADO - PULADO"
               GO TO FRN-SELECIONA-FIM.
       FRN-SEL-DSP1.
           READ DESPEVE NEXT RECORD
               AT END
                   CLOSE DESPEVE
                   GO TO FRN-SELECIONA-FIM.
           MOVE DSP-DATAPAG (1:4) TO W-ANO
           MOVE DSP-CODFOR   TO LAN-DOC
           MOVE SPACES       TO LAN-PLACA
           STRING "EVE" DSP-EVENTO DELIMITED BY SIZE INTO LAN-PLACA
           MOVE DSP-VALOR    TO LAN-VALOR
           PERFORM FRN-SOLTA THRU FRN-SOLTA-FIM.
           GO TO FRN-SEL-DSP1.
       FRN-SELECIONA-FIM.
           EXIT.
      *
      *        FORA DO PERIODO NAO ENTRA; SEM FORNECEDOR SO SOMA
       FRN-SOLTA.
           IF W-ANO < W-ANOINI OR W-ANO > W-ANOFIM
               GO TO FRN-SOLTA-FIM.
           ADD 1 TO W-LIDOS
           IF LAN-DOC = ZEROS
               ADD LAN-VALOR TO W-SEMFOR
               ADD 1 TO W-SEMQTD
               GO TO FRN-SOLTA-FIM.
           MOVE W-ANO TO LAN-ANO
           RELEASE REGLAN.
       FRN-SOLTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 1 - SAIDA: SOMA POR FORNECEDOR/ANO/VEICULO E GRAVA AS
      * LINHAS DE CADA FORNECEDOR EM FORNRANK.TMP COM O TOTAL DELE
      *-----------------------------------------------------------------
       FRN-AGRUPA.
           OPEN OUTPUT FRNTMP
           IF ST-TMP NOT = "00"
               DISPLAY "ERRO AO CRIAR FORNRANK.TMP - ST=" ST-TMP
               GO TO FRN-AGRUPA-FIM.
       FRN-AGRUPA-LER.
           RETURN FRSLAN
               AT END GO TO FRN-AGRUPA-ULT.
           IF W-PRIMLAN = "S"
               MOVE "N" TO W-PRIMLAN
               GO TO FRN-AGRUPA-NOVOFOR.
           IF LAN-DOC NOT = W-DOCANT
               PERFORM FRN-FECHAVEI THRU FRN-FECHAVEI-FIM
               PERFORM FRN-FECHAANO THRU FRN-FECHAANO-FIM
               PERFORM FRN-FECHAFOR THRU FRN-FECHAFOR-FIM
               GO TO FRN-AGRUPA-NOVOFOR.
           IF LAN-ANO NOT = W-ANOANT
               PERFORM FRN-FECHAVEI THRU FRN-FECHAVEI-FIM
               PERFORM FRN-FECHAANO THRU FRN-FECHAANO-FIM
               GO TO FRN-AGRUPA-NOVOANO.
           IF LAN-PLACA NOT = W-PLACAANT
               PERFORM FRN-FECHAVEI THRU FRN-FECHAVEI-FIM
               GO TO FRN-AGRUPA-NOVOVEI.
           GO TO FRN-AGRUPA-SOMA.
       FRN-AGRUPA-NOVOFOR.
           MOVE LAN-DOC TO W-DOCANT
           MOVE ZEROS TO W-FORTOT W-QTDLIN.
       FRN-AGRUPA-NOVOANO.
           MOVE LAN-ANO TO W-ANOANT
           MOVE ZEROS TO W-ANOTOT.
       FRN-AGRUPA-NOVOVEI.
           MOVE LAN-PLACA TO W-PLACAANT
           MOVE ZEROS TO W-VEITOT.
       FRN-AGRUPA-SOMA.
           ADD LAN-VALOR TO W-VEITOT W-ANOTOT W-FORTOT.
           GO TO FRN-AGRUPA-LER.
       FRN-AGRUPA-ULT.
           IF W-PRIMLAN = "N"
               PERFORM FRN-FECHAVEI THRU FRN-FECHAVEI-FIM
               PERFORM FRN-FECHAANO THRU FRN-FECHAANO-FIM
               PERFORM FRN-FECHAFOR THRU FRN-FECHAFOR-FIM.
           CLOSE FRNTMP.
       FRN-AGRUPA-FIM.
           EXIT.
      *
      *        LINHA DO VEICULO NO ANO; TABELA CHEIA PERDE SO O
      *        DETALHE (OS TOTAIS DO ANO E DO FORNECEDOR FICAM CERTOS)
       FRN-FECHAVEI.
           IF W-QTDLIN = 300
               ADD 1 TO W-TRUNCOU
               GO TO FRN-FECHAVEI-FIM.
           ADD 1 TO W-QTDLIN
           MOVE W-ANOANT   TO W-LIN-ANO (W-QTDLIN)
           MOVE 3          TO W-LIN-TIPO (W-QTDLIN)
           MOVE W-PLACAANT TO W-LIN-PLACA (W-QTDLIN)
           MOVE W-VEITOT   TO W-LIN-VALOR (W-QTDLIN).
       FRN-FECHAVEI-FIM.
           EXIT.
      *
       FRN-FECHAANO.
           IF W-QTDLIN = 300
               ADD 1 TO W-TRUNCOU
               GO TO FRN-FECHAANO-FIM.
           ADD 1 TO W-QTDLIN
           MOVE W-ANOANT   TO W-LIN-ANO (W-QTDLIN)
           MOVE 2          TO W-LIN-TIPO (W-QTDLIN)
           MOVE SPACES     TO W-LIN-PLACA (W-QTDLIN)
           MOVE W-ANOTOT   TO W-LIN-VALOR (W-QTDLIN).
       FRN-FECHAANO-FIM.
           EXIT.
      *
       FRN-FECHAFOR.
           MOVE W-FORTOT TO TMP-TOTAL
           MOVE W-DOCANT TO TMP-DOC
           MOVE ZEROS    TO TMP-ANO
           MOVE 1        TO TMP-TIPO
           MOVE SPACES   TO TMP-PLACA
           MOVE W-FORTOT TO TMP-VALOR
           WRITE REGTMP
           MOVE 1 TO W-IX.
       FRN-FECHAFOR-LIN.
           IF W-IX > W-QTDLIN
               GO TO FRN-FECHAFOR-FIM.
           MOVE W-LIN-ANO (W-IX)   TO TMP-ANO
           MOVE W-LIN-TIPO (W-IX)  TO TMP-TIPO
           MOVE W-LIN-PLACA (W-IX) TO TMP-PLACA
           MOVE W-LIN-VALOR (W-IX) TO TMP-VALOR
           WRITE REGTMP
           ADD 1 TO W-IX.
           GO TO FRN-FECHAFOR-LIN.
       FRN-FECHAFOR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 2 - ENTRADA: FORNRANK.TMP
      *-----------------------------------------------------------------
       FRN-CARREGA.
           OPEN INPUT FRNTMP
           IF ST-TMP NOT = "00"
               GO TO FRN-CARREGA-FIM.
       FRN-CARREGA-LER.
           READ FRNTMP
               AT END
                   CLOSE FRNTMP
                   GO TO FRN-CARREGA-FIM.
           MOVE REGTMP TO REGRNK
           RELEASE REGRNK.
           GO TO FRN-CARREGA-LER.
       FRN-CARREGA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 2 - SAIDA: O RANKING, DO MAIOR TOTAL PARA O MENOR
      *-----------------------------------------------------------------
       FRN-RANKING.
           RETURN FRSRNK
               AT END GO TO FRN-RANKING-FIM.
           IF RNK-TIPO = 1
               PERFORM FRN-LINFOR THRU FRN-LINFOR-FIM
               GO TO FRN-RANKING.
           MOVE RNK-VALOR TO W-VAL-ED
           MOVE SPACES TO LINREL
           IF RNK-TIPO = 2
               STRING "        ANO " RNK-ANO
                      "                                    "
                      W-VAL-ED
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "                  VEICULO " RNK-PLACA
                      "                        " W-VAL-ED
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
           GO TO FRN-RANKING.
       FRN-RANKING-FIM.
           EXIT.
      *
      *        CABECA DO FORNECEDOR: POSICAO, DOCUMENTO, NOME E TIPO
       FRN-LINFOR.
           ADD 1 TO W-RANK W-FORNECS
           ADD RNK-TOTAL TO W-GERTOT
           MOVE RNK-DOC TO FOR-DOC
           READ FORNEC
           IF ST-FOR NOT = "00"
               MOVE "** NAO CADASTRADO **" TO FOR-FANTASIA
               MOVE SPACES TO FOR-TIPO.
           PERFORM FRN-TIPTXT THRU FRN-TIPTXT-FIM.
           MOVE W-RANK TO W-RANK-ED
           MOVE RNK-TOTAL TO W-VAL-ED
           MOVE SPACES TO LINREL
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING W-RANK-ED " " RNK-DOC " " FOR-FANTASIA " "
                  W-FORTIPTXT W-VAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
       FRN-LINFOR-FIM.
           EXIT.
      *
       FRN-TIPTXT.
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
       FRN-TIPTXT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS DO PERIODO E FECHAMENTO
      *-----------------------------------------------------------------
       FRN-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
           MOVE W-GERTOT TO W-VAL-ED
           MOVE W-FORNECS TO W-QTD-ED
           MOVE SPACES TO LINREL
           STRING "TOTAL DOS FORNECEDORES (" W-QTD-ED ")"
                  "                     " W-VAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
           MOVE W-SEMFOR TO W-VAL-ED
           MOVE W-SEMQTD TO W-QTD-ED
           MOVE SPACES TO LINREL
           STRING "SEM FORNECEDOR (" W-QTD-ED " LANCAMENTOS)"
                  "                 " W-VAL-ED
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FRN-IMP THRU FRN-IMP-FIM.
           IF W-TRUNCOU > ZEROS
               MOVE SPACES TO LINREL
               STRING "ATENCAO: " W-TRUNCOU " LINHAS DE ANO/VEICULO"
                      " NAO DETALHADAS (TOTAIS CORRETOS)"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM FRN-IMP THRU FRN-IMP-FIM.
           CLOSE FORNEC RELFOR IMPRESSORA.
           DISPLAY "RELFORN - RELATORIO GERADO EM RELFORN.TXT".
           DISPLAY "LANCAMENTOS NO PERIODO..: " W-LIDOS.
           DISPLAY "FORNECEDORES NO RANKING.: " W-FORNECS.
           DISPLAY "SEM FORNECEDOR..........: " W-SEMQTD.
       FRN-RESUMO-FIM.
           EXIT.
      *
       FRN-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       FRN-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
