      *   TIPO 0 (HEADER)  : "0" + DATA GERACAO + LITERAL DA LOJA
      *   TIPO 1 (DETALHE) : "1" + PLACA + CPF DO DONO + MARCA
      *                      (DESCRICAO DE MARCA.DAT) + DATA COMPRA
      *                      (AAAAMMDD) + SITUACAO + GRAVAME (S =
      *                      ALIENACAO FIDUCIARIA EM ABERTO NO
      *                      FINANC.DAT, VIA CPYFINP)
      *   TIPO 9 (TRAILER) : "9" + QUANTIDADE DE DETALHES + SOMA DOS
      *                      CPFS (HASH DE CONFERENCIA)
      * O RETORNO DO DETRAN E PROCESSADO POR DETRANRT.COB. VEICULO A
      * VENDA (SIT V) AINDA ALIENADO NAO PODE SER TRANSFERIDO: A
      * QUANTIDADE SAI NO RESUMO, PARA A QUITACAO SER REGISTRADA NO
      * CADFINPG ANTES DE O DESPACHANTE DAR ENTRADA. SEM O FINANC.DAT
      * O GRAVAME SAI "N".
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO.
           COPY CPYMARS
               REPLACING ==ST-ERRO== BY ==ST-MAR==.
           COPY CPYFINS.
           SELECT ARQREM ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REM.
       FILE SECTION.
           COPY CPYVEIR.
           COPY CPYMARR.
           COPY CPYFINR.
      *
       FD  ARQREM
               LABEL RECORD IS STANDARD
       77 W-DETALHES     PIC 9(06) VALUE ZEROS.
       77 W-SOMACPF      PIC 9(15) VALUE ZEROS.
       77 TEXTOMARCA     PIC X(12) VALUE SPACES.
       77 W-ALIENADOS    PIC 9(06) VALUE ZEROS.
       77 W-VENDABLOQ    PIC 9(06) VALUE ZEROS.
           COPY CPYFINW.
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 RD-MARCA     PIC X(12).
            03 RD-DATACOMP  PIC 9(08).
            03 RD-SITUACAO  PIC X(01).
            03 RD-GRAVAME   PIC X(01).
            03 FILLER       PIC X(39) VALUE SPACES.
       01 REM-TRAILER.
            03 FILLER       PIC X(01) VALUE "9".
            03 RT-QTD       PIC 9(06).
               DISPLAY "ERRO AO ABRIR DETRANEX.TXT - ST=" ST-REM
               CLOSE CADVEIC MARCAS
               GO TO ROT-FIM.
           OPEN INPUT FINANC
           IF ST-FIN = "00"
               MOVE "S" TO W-FINDISP.
           MOVE W-DATA TO RH-DATA
           MOVE REM-HEADER TO LINREM
           WRITE LINREM.
           MOVE MES        TO RD-DATACOMP (5:2)
           MOVE DIA        TO RD-DATACOMP (7:2)
           MOVE SITUACAO   TO RD-SITUACAO
           PERFORM FIN-GRAV THRU FIN-GRAV-FIM
           MOVE W-FINGRAV  TO RD-GRAVAME
           IF W-FINGRAV = "S"
               ADD 1 TO W-ALIENADOS
               IF SITUACAO = "V"
                   ADD 1 TO W-VENDABLOQ
                   DISPLAY "A VENDA E ALIENADO: " PLACA " - "
                       W-FINBANCO.
           MOVE REM-DETALHE TO LINREM
           WRITE LINREM
           ADD 1 TO W-DETALHES
           MOVE REM-TRAILER TO LINREM
           WRITE LINREM.
           CLOSE CADVEIC MARCAS ARQREM.
           IF W-FINDISP = "S"
               CLOSE FINANC.
           DISPLAY "DETRANEX - REMESSA GERADA EM DETRANEX.TXT".
           DISPLAY "DETALHES GERADOS........: " W-DETALHES.
           DISPLAY "SOMA DOS CPFS (HASH)....: " W-SOMACPF.
           DISPLAY "VEICULOS ALIENADOS......: " W-ALIENADOS.
           DISPLAY "A VENDA BLOQUEADOS......: " W-VENDABLOQ.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * ALIENACAO FIDUCIARIA DA PLACA
      *-----------------------------------------------------------------
           COPY CPYFINP REPLACING ==CPY-PLACA== BY ==PLACA==.
