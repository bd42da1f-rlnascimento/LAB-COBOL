      * VEICULO.DAT E MARCA.DAT) E FECHA COM OS TOTAIS POR MARCA E O
      * TOTAL GERAL DA FROTA - E O NUMERO QUE ENTRA NA DECISAO DE
      * TROCA JUNTO COM O VALOR DEPRECIADO DO RELDEPRE.
      * SALVO SE O OPERADOR PEDIR O DETALHE, OS TOTAIS VEM DO RESUMO
      * MENSAL (CUSTMES.DAT, CATEGORIA 2), ATUALIZADO TODA NOITE PELO
      * CUSTAGR - O QUE FOI LANCADO HOJE SO ENTRA LENDO O DETALHE.
      * SEM O CUSTMES.DAT O PROGRAMA LE O DETALHE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMNTS.
           COPY CPYCMSS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMNTR.
           COPY CPYCMSR.
           COPY CPYVEIR.
           COPY CPYMARR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MNT         PIC X(02) VALUE "00".
       77 ST-CMS         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MAR         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-DETALHE      PIC X(01) VALUE "N".
       77 W-PLACANT      PIC X(07) VALUE SPACES.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-TOTVEIC      PIC 9(08)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO MAR-TAB.
           DISPLAY "RELMANU - CUSTO DE MANUTENCAO".
           DISPLAY "LER O DETALHE DOS LANCAMENTOS (S/N)?".
           DISPLAY "(N = RESUMO MENSAL, ATE A NOITE ANTERIOR): ".
           MOVE SPACES TO W-DETALHE
           ACCEPT W-DETALHE.
           IF W-DETALHE = "s"
               MOVE "S" TO W-DETALHE.
           IF W-DETALHE NOT = "S"
               MOVE "N" TO W-DETALHE.
           PERFORM RMN-OP0 THRU RMN-OP0-FIM.
           IF W-DETALHE = "N"
               GO TO RMN-RES.
           GO TO RMN-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       RMN-OP0.
           IF W-DETALHE = "N"
               OPEN INPUT CUSTMES
               IF ST-CMS NOT = "00"
                   DISPLAY "SEM RESUMO MENSAL (CUSTMES.DAT) - ST="
                           ST-CMS " - LENDO O DETALHE"
                   MOVE "S" TO W-DETALHE.
           IF W-DETALHE = "S"
               OPEN INPUT MANUVEIC
               IF ST-MNT NOT = "00"
                   DISPLAY "ERRO AO ABRIR MANUVEIC.DAT - ST=" ST-MNT
                   GO TO ROT-FIM.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               PERFORM RMN-FCHFONTE THRU RMN-FCHFONTE-FIM
               GO TO ROT-FIM.
           OPEN INPUT MARCAS
           IF ST-MAR NOT = "00"
               DISPLAY "ERRO AO ABRIR MARCA.DAT - ST=" ST-MAR
               PERFORM RMN-FCHFONTE THRU RMN-FCHFONTE-FIM
               CLOSE CADVEIC
               GO TO ROT-FIM.
           OPEN OUTPUT RELMNT
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELMANU.TXT - ST=" ST-REL
               PERFORM RMN-FCHFONTE THRU RMN-FCHFONTE-FIM
               CLOSE CADVEIC MARCAS
               GO TO ROT-FIM.
           MOVE "RELMANU.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELMANU " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               PERFORM RMN-FCHFONTE THRU RMN-FCHFONTE-FIM
               CLOSE CADVEIC MARCAS RELMNT
               GO TO ROT-FIM.
           MOVE "CUSTO DE MANUTENCAO POR VEICULO E POR MARCA"
               TO LINREL
           PERFORM RMN-IMP THRU RMN-IMP-FIM.
           IF W-DETALHE = "S"
               MOVE "(LIDO DO DETALHE DAS MANUTENCOES)" TO LINREL
           ELSE
               MOVE "(LIDO DO RESUMO MENSAL - ATE A NOITE ANTERIOR)"
                   TO LINREL.
           PERFORM RMN-IMP THRU RMN-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM RMN-IMP THRU RMN-IMP-FIM.
       RMN-OP0-FIM.
           GO TO RMN-LER.
      *
      *-----------------------------------------------------------------
      * MESMA VARREDURA NO RESUMO MENSAL (TAMBEM EM ORDEM DE PLACA),
      * SO A CATEGORIA 2 - UM REGISTRO POR PLACA E MES
      *-----------------------------------------------------------------
       RMN-RES.
           READ CUSTMES NEXT RECORD
               AT END GO TO RMN-EOF.
           IF CMS-CATEG NOT = 2
               GO TO RMN-RES.
           ADD CMS-QTD TO W-LIDAS.
           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               MOVE CMS-PLACA TO W-PLACANT.
           IF CMS-PLACA NOT = W-PLACANT
               PERFORM RMN-FECHA THRU RMN-FECHA-FIM
               MOVE CMS-PLACA TO W-PLACANT.
           ADD CMS-VALOR TO W-TOTVEIC.
           GO TO RMN-RES.
      *
      *-----------------------------------------------------------------
      * FECHA O GRUPO DA PLACA ANTERIOR: LINHA DO VEICULO E ACUMULO
      * NA MARCA
      *-----------------------------------------------------------------
                  "   TOTAL GERAL: " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RMN-IMP THRU RMN-IMP-FIM.
           PERFORM RMN-FCHFONTE THRU RMN-FCHFONTE-FIM.
           CLOSE CADVEIC MARCAS RELMNT IMPRESSORA.
           DISPLAY "RELMANU - RELATORIO GERADO EM RELMANU.TXT".
           DISPLAY "LANCAMENTOS LIDOS.......: " W-LIDAS.
           GO TO ROT-FIM.
      *
      *        FECHA A FONTE QUE FOI ABERTA: DETALHE OU RESUMO
       RMN-FCHFONTE.
           IF W-DETALHE = "S"
               CLOSE MANUVEIC
           ELSE
               CLOSE CUSTMES.
       RMN-FCHFONTE-FIM.
           EXIT.
      *
       RMN-IMP.
           WRITE LINREL
