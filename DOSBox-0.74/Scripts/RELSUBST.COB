      * DOS ULTIMOS 12 MESES EM MANUVEIC.DAT. A LISTA SAI ORDENADA
      * PELO PESO DO CONSERTO SOBRE O VALOR DO CARRO (PCT, VIA SORT
      * DECRESCENTE) - NO TOPO FICAM OS CARROS QUE A OFICINA JA ESTA
      * ENGOLINDO. QUEM TEM PCT IGUAL OU ACIMA DO LIMITE SUBSTPCT DO
      * PARAMET.DAT (PADRAO 50) SAI MARCADO "TROCAR" E VAI PARA A
      * LISTA SUBSTIT.TXT, REGRAVADA A CADA RODADA, QUE O RELCO2 USA
      * PARA ESTIMAR O EFEITO DA TROCA NAS EMISSOES DA FROTA.
      * SALVO SE O OPERADOR PEDIR O DETALHE, O GASTO DE OFICINA VEM DO
      * RESUMO MENSAL (CUSTMES.DAT, CATEGORIA 2), ATUALIZADO TODA NOITE
      * PELO CUSTAGR. O RESUMO E POR MES, ENTAO A JANELA VIRA OS 12
      * MESES CHEIOS ATE O CORRENTE (SEM O PEDACO DO MES DE UM ANO
      * ATRAS QUE O DETALHE PEGA) E O LANCADO HOJE SO ENTRA LENDO O
      * DETALHE. SEM O CUSTMES.DAT O PROGRAMA LE O DETALHE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYMNTS.
           COPY CPYCMSS.
           COPY CPYSUBS.
           SELECT SUBSORD ASSIGN TO DISK.
           SELECT RELSUB ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY CPYVEIR.
           COPY CPYMNTR.
           COPY CPYCMSR.
           COPY CPYSUBR.
      *
       SD  SUBSORD.
       01 REGORD.
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MNT         PIC X(02) VALUE "00".
       77 ST-CMS         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
       77 ST-SUB         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-DETALHE      PIC X(01) VALUE "N".
       77 W-JANMES       PIC 9(06) VALUE ZEROS.
       77 W-RANQUEADOS   PIC 9(06) VALUE ZEROS.
       77 W-POSICAO      PIC 9(04) VALUE ZEROS.
       77 W-GASTO12      PIC 9(08)V99 VALUE ZEROS.
       77 W-PCT          PIC 9(05)V99 VALUE ZEROS.
       77 W-PCT-ED       PIC ZZ.ZZ9,99.
       77 W-TROCAR       PIC 9(06) VALUE ZEROS.
       77 W-LIMPCT-ED    PIC ZZ.ZZ9,99.
      *        LIMITE DA TROCA (PARAMET.DAT VIA PARLER; PADRAO 50%)
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-LIMPCT       PIC 9(05)V99 VALUE 50.
       01 W-JANELA       PIC 9(08) VALUE ZEROS.
       01 W-JANELA-R REDEFINES W-JANELA.
            03 W-JAN-ANO    PIC 9(04).
           MOVE W-DATA-MES TO W-JAN-MES
           MOVE W-DATA-DIA TO W-JAN-DIA
           SUBTRACT 1 FROM W-JAN-ANO.
           MOVE W-JANELA (1:6) TO W-JANMES.
           DISPLAY "RELSUBST - RANKING DE SUBSTITUICAO".
           DISPLAY "LER O DETALHE DOS LANCAMENTOS (S/N)?".
           DISPLAY "(N = RESUMO MENSAL, ATE A NOITE ANTERIOR): ".
           MOVE SPACES TO W-DETALHE
           ACCEPT W-DETALHE.
           IF W-DETALHE = "s"
               MOVE "S" TO W-DETALHE.
           IF W-DETALHE NOT = "S"
               MOVE "N" TO W-DETALHE.
           PERFORM SUB-OP0 THRU SUB-OP0-FIM.
           SORT SUBSORD ON DESCENDING KEY ORD-PCT
                       ON ASCENDING KEY ORD-PLACA
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       SUB-OP0.
           MOVE "SUBSTPCT" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-LIMPCT.
      *        O RESUMO FICA ABERTO ATE O FIM DA SELECAO
           IF W-DETALHE = "N"
               OPEN INPUT CUSTMES
               IF ST-CMS NOT = "00"
                   DISPLAY "SEM RESUMO MENSAL (CUSTMES.DAT) - ST="
                           ST-CMS " - LENDO O DETALHE"
                   MOVE "S" TO W-DETALHE.
           OPEN OUTPUT RELSUB
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELSUBST.TXT - ST=" ST-REL
               PERFORM SUB-FCHRES THRU SUB-FCHRES-FIM
               GO TO ROT-FIM.
           MOVE "RELSUBST.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELSUBST" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               PERFORM SUB-FCHRES THRU SUB-FCHRES-FIM
               CLOSE RELSUB
               GO TO ROT-FIM.
           OPEN OUTPUT SUBSTIT
           IF ST-SUB NOT = "00"
               DISPLAY "ERRO AO ABRIR SUBSTIT.TXT - ST=" ST-SUB
               PERFORM SUB-FCHRES THRU SUB-FCHRES-FIM
               CLOSE RELSUB IMPRESSORA
               GO TO ROT-FIM.
           MOVE "RANKING DE SUBSTITUICAO DA FROTA" TO LINREL
           PERFORM SUB-IMP THRU SUB-IMP-FIM.
           MOVE "(PCT = GASTO DE OFICINA 12M SOBRE O VALOR ATUAL)"
               TO LINREL
           PERFORM SUB-IMP THRU SUB-IMP-FIM.
           IF W-DETALHE = "S"
               MOVE "(OFICINA LIDA DO DETALHE DAS MANUTENCOES)"
                   TO LINREL
           ELSE
               MOVE "(OFICINA DO RESUMO MENSAL - 12 MESES CHEIOS)"
                   TO LINREL.
           PERFORM SUB-IMP THRU SUB-IMP-FIM.
           MOVE W-LIMPCT TO W-LIMPCT-ED
           MOVE SPACES TO LINREL
           STRING "(TROCAR = PCT IGUAL OU ACIMA DE " W-LIMPCT-ED ")"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SUB-IMP THRU SUB-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM SUB-IMP THRU SUB-IMP-FIM.
       SUB-OP0-FIM.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               PERFORM SUB-FCHRES THRU SUB-FCHRES-FIM
               GO TO SUB-SELECIONA-FIM.
           IF W-DETALHE = "N"
               GO TO SUB-SELECIONA-LER.
           OPEN INPUT MANUVEIC
           IF ST-MNT NOT = "00"
               DISPLAY "ERRO AO ABRIR MANUVEIC.DAT - ST=" ST-MNT
               GO TO SUB-SELECIONA-FIM.
       SUB-SELECIONA-LER.
           READ CADVEIC NEXT RECORD
               AT END GO TO SUB-SELECIONA-FECHA.
           ADD 1 TO W-LIDOS.
           IF SITUACAO = "S" OR SITUACAO = "s"
               GO TO SUB-SELECIONA-LER.
           MOVE W-GASTO12   TO ORD-GASTO12
           RELEASE REGORD.
           GO TO SUB-SELECIONA-LER.
       SUB-SELECIONA-FECHA.
           CLOSE CADVEIC
           IF W-DETALHE = "S"
               CLOSE MANUVEIC
           ELSE
               CLOSE CUSTMES.
       SUB-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
       MNT-GASTO.
           MOVE ZEROS TO W-GASTO12
           IF W-DETALHE = "N"
               GO TO MNT-GASTO-RES.
           MOVE PLACA TO MNT-PLACA
           MOVE ZEROS TO MNT-DATA MNT-SEQ
           START MANUVEIC KEY IS NOT LESS THAN MNT-CHAVE
           IF MNT-DATA NOT < W-JANELA
               ADD MNT-CUSTO TO W-GASTO12.
           GO TO MNT-GASTO-LER.
      *        PELO RESUMO: MESES POSTERIORES AO DE UM ANO ATRAS
       MNT-GASTO-RES.
           MOVE PLACA TO CMS-PLACA
           MOVE W-JANMES TO CMS-COMP
           MOVE 9 TO CMS-CATEG
           START CUSTMES KEY IS GREATER THAN CMS-CHAVE
           IF ST-CMS NOT = "00"
               GO TO MNT-GASTO-FIM.
       MNT-GASTO-RESL.
           READ CUSTMES NEXT RECORD
           IF ST-CMS NOT = "00"
               GO TO MNT-GASTO-FIM.
           IF CMS-PLACA NOT = PLACA
               GO TO MNT-GASTO-FIM.
           IF CMS-CATEG = 2
               ADD CMS-VALOR TO W-GASTO12.
           GO TO MNT-GASTO-RESL.
       MNT-GASTO-FIM.
           EXIT.
      *
      *        FECHA O RESUMO NAS SAIDAS POR ERRO DE ABERTURA
       SUB-FCHRES.
           IF W-DETALHE = "N"
               CLOSE CUSTMES.
       SUB-FCHRES-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LISTA ORDENADA (OS PIORES PRIMEIRO)
      *-----------------------------------------------------------------
                  " OFICINA " MASC-DINHEIRO-REL-B
                  " PCT " W-PCT-ED
                  DELIMITED BY SIZE INTO LINREL
           IF ORD-PCT NOT < W-LIMPCT
               MOVE "TROCAR" TO LINREL (73:6)
               PERFORM SUB-MARCA THRU SUB-MARCA-FIM.
           PERFORM SUB-IMP THRU SUB-IMP-FIM.
           GO TO SUB-IMPRIME.
       SUB-IMPRIME-FIM.
           EXIT.
      *
      *        PLACA MARCADA PARA TROCA VAI PARA A LISTA DO RELCO2
       SUB-MARCA.
           ADD 1 TO W-TROCAR
           MOVE ORD-PLACA TO SUB-PLACA
           MOVE ORD-PCT   TO SUB-PCT
           MOVE W-DATA    TO SUB-DATA
           WRITE REGSUB
           IF ST-SUB NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO SUBSTIT.TXT - ST=" ST-SUB.
       SUB-MARCA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO FINAL
      *-----------------------------------------------------------------
           STRING "VEICULOS NO RANKING.....: " W-RANQUEADOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SUB-IMP THRU SUB-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MARCADOS PARA TROCA.....: " W-TROCAR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM SUB-IMP THRU SUB-IMP-FIM.
           CLOSE RELSUB IMPRESSORA SUBSTIT.
           DISPLAY "RELSUBST - RELATORIO GERADO EM RELSUBST.TXT".
           DISPLAY "VEICULOS NO RANKING.....: " W-RANQUEADOS.
           DISPLAY "MARCADOS PARA TROCA.....: " W-TROCAR.
       SUB-RESUMO-FIM.
           EXIT.
      *
