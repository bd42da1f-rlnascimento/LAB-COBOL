      * DEPOIS CALCULA A MEDIA DE CONSUMO DE CADA MARCA E MARCA COM
      * "++" O VEICULO QUE BEBE MAIS DE 30 POR CENTO ACIMA DA MEDIA
      * DA PROPRIA MARCA - E O CANDIDATO A MECANICO.
      * SALVO SE O OPERADOR PEDIR O DETALHE, OS TOTAIS DO MES VEM DO
      * RESUMO MENSAL (CUSTMES.DAT, CATEGORIA 1), QUE E ATUALIZADO
      * TODA NOITE PELO CUSTAGR - O QUE FOI LANCADO HOJE SO ENTRA
      * LENDO O DETALHE. SEM O CUSTMES.DAT O PROGRAMA LE O DETALHE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYABAS.
           COPY CPYCMSS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
           COPY CPYABAR.
           COPY CPYCMSR.
           COPY CPYVEIR.
           COPY CPYMARR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-CMS         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MAR         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-MESSEL       PIC 9(06) VALUE ZEROS.
       77 W-DETALHE      PIC X(01) VALUE "N".
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-ACHOU        PIC 9(03) VALUE ZEROS.
           ACCEPT W-MESSEL.
           IF W-MESSEL = ZEROS
               GO TO CMB-MES.
       CMB-DET.
           DISPLAY "LER O DETALHE DOS LANCAMENTOS (S/N)?".
           DISPLAY "(N = RESUMO MENSAL, ATE A NOITE ANTERIOR): ".
           MOVE SPACES TO W-DETALHE
           ACCEPT W-DETALHE.
           IF W-DETALHE = "s"
               MOVE "S" TO W-DETALHE.
           IF W-DETALHE NOT = "S"
               MOVE "N" TO W-DETALHE.
           PERFORM CMB-OP0 THRU CMB-OP0-FIM.
           IF W-DETALHE = "N"
               GO TO CMB-RES.
           GO TO CMB-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO
      *-----------------------------------------------------------------
       CMB-OP0.
           IF W-DETALHE = "N"
               OPEN INPUT CUSTMES
               IF ST-CMS NOT = "00"
                   DISPLAY "SEM RESUMO MENSAL (CUSTMES.DAT) - ST="
                           ST-CMS " - LENDO O DETALHE"
                   MOVE "S" TO W-DETALHE.
           IF W-DETALHE = "S"
               OPEN INPUT ABASTEC
               IF ST-ABA NOT = "00"
                   DISPLAY "ERRO AO ABRIR ABASTEC.DAT - ST=" ST-ABA
                   GO TO ROT-FIM.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               PERFORM CMB-FECHA THRU CMB-FECHA-FIM
               GO TO ROT-FIM.
           OPEN INPUT MARCAS
           IF ST-MAR NOT = "00"
               DISPLAY "ERRO AO ABRIR MARCA.DAT - ST=" ST-MAR
               PERFORM CMB-FECHA THRU CMB-FECHA-FIM
               CLOSE CADVEIC
               GO TO ROT-FIM.
           OPEN OUTPUT RELCMB
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCOMB.TXT - ST=" ST-REL
               PERFORM CMB-FECHA THRU CMB-FECHA-FIM
               CLOSE CADVEIC MARCAS
               GO TO ROT-FIM.
           MOVE "RELCOMB.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELCOMB " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               PERFORM CMB-FECHA THRU CMB-FECHA-FIM
               CLOSE CADVEIC MARCAS RELCMB
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "CONSUMO DE COMBUSTIVEL - MES " W-MESSEL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CMB-IMP THRU CMB-IMP-FIM.
           IF W-DETALHE = "S"
               MOVE "(LIDO DO DETALHE DOS ABASTECIMENTOS)" TO LINREL
           ELSE
               MOVE "(LIDO DO RESUMO MENSAL - ATE A NOITE ANTERIOR)"
                   TO LINREL.
           PERFORM CMB-IMP THRU CMB-IMP-FIM.
           MOVE "(++ = CONSUMO 30 PCT ACIMA DA MEDIA DA MARCA)"
               TO LINREL
           PERFORM CMB-IMP THRU CMB-IMP-FIM.
           GO TO CMB-LER.
      *
      *-----------------------------------------------------------------
      * MESMA ACUMULACAO A PARTIR DO RESUMO MENSAL: UM REGISTRO POR
      * PLACA NO MES, COM A FAIXA DE ODOMETRO, LITROS E VALOR
      *-----------------------------------------------------------------
       CMB-RES.
           MOVE LOW-VALUES TO CMS-CHAVE
           START CUSTMES KEY IS NOT LESS THAN CMS-CHAVE
           IF ST-CMS NOT = "00"
               GO TO CMB-MARCAS.
       CMB-RES-LER.
           READ CUSTMES NEXT RECORD
               AT END GO TO CMB-MARCAS.
           IF CMS-COMP NOT = W-MESSEL OR CMS-CATEG NOT = 1
               GO TO CMB-RES-LER.
           ADD CMS-QTD TO W-LIDOS.
           MOVE CMS-PLACA TO ABA-PLACA
           PERFORM VEI-ACHA THRU VEI-ACHA-FIM.
           IF W-ACHOU = ZEROS
               GO TO CMB-RES-LER.
           IF CMS-ODOMIN < VEI-ODOMIN (W-ACHOU)
               MOVE CMS-ODOMIN TO VEI-ODOMIN (W-ACHOU).
           IF CMS-ODOMAX > VEI-ODOMAX (W-ACHOU)
               MOVE CMS-ODOMAX TO VEI-ODOMAX (W-ACHOU).
           ADD CMS-LITROS TO VEI-LITROS (W-ACHOU)
           ADD CMS-VALOR  TO VEI-VALOR (W-ACHOU).
           GO TO CMB-RES-LER.
      *
      *-----------------------------------------------------------------
      * LOCALIZA (OU ABRE) O ACUMULADOR DA PLACA, RESOLVENDO A MARCA
      * EM VEICULO.DAT NA PRIMEIRA VEZ
      *-----------------------------------------------------------------
           ADD 1 TO W-IX
           GO TO CMB-EOF-MARCA.
       CMB-ENCERRA.
           PERFORM CMB-FECHA THRU CMB-FECHA-FIM.
           CLOSE CADVEIC MARCAS RELCMB IMPRESSORA.
           DISPLAY "RELCOMB - RELATORIO GERADO EM RELCOMB.TXT".
           DISPLAY "ABASTECIMENTOS DO MES...: " W-LIDOS.
           GO TO ROT-FIM.
      *
      *        FECHA A FONTE QUE FOI ABERTA: DETALHE OU RESUMO
       CMB-FECHA.
           IF W-DETALHE = "S"
               CLOSE ABASTEC
           ELSE
               CLOSE CUSTMES.
       CMB-FECHA-FIM.
           EXIT.
      *
       CMB-IMP.
           WRITE LINREL
