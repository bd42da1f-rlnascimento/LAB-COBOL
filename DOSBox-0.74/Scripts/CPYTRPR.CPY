      *-----------------------------------------------------------------
      * CPYTRPR - REGISTRO DO ARQUIVO DE PECAS DA TRIAGEM POSTAL
      * (TRIPECA.TXT). AS LINHAS DE UMA PECA TEM O MESMO TRP-PECA E
      * VEM NA ORDEM DE TRP-LIN.
      *-----------------------------------------------------------------
       FD TRIPECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRIPECA.TXT".
       01 REGTRP.
                03 TRP-ORIGEM      PIC X(08).
      *                C = CARTA (PAGINA NOVA POR PECA),
      *                E = ETIQUETA DE 26 POSICOES, 3 POR TIRA
                03 TRP-FORMATO     PIC X(01).
                03 TRP-PECA        PIC 9(06).
                03 TRP-LIN         PIC 9(03).
                03 TRP-CEP         PIC 9(08).
                03 TRP-UF          PIC X(02).
                03 TRP-CIDADE      PIC X(20).
                03 TRP-TEXTO       PIC X(80).
