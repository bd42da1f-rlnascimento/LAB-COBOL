      * CPYRCBR - REGISTRO DO ARQUIVO DE RECIBOS (RECIBO.DAT).
      * RCB-ORIGEM DIZ DE QUE TELA O RECIBO SAIU ("MENSALID",
      * "ACORPARC" OU "IPVAPAG") E RCB-CHAVE GUARDA A CHAVE DO
      * DOCUMENTO BAIXADO. RCB-VALOR E O TOTAL RECEBIDO; RCB-MULTA E
      * RCB-JUROS SAO A PARTE DELE QUE FOI ENCARGO POR ATRASO (SO NA
      * MENSALIDADE - ZERADOS NOS DEMAIS), E O PRINCIPAL E A DIFERENCA.
      * RCB-NFSE E O NUMERO DA NFS-E AUTORIZADA PELA PREFEITURA PARA O
      * PAGAMENTO (GRAVADO PELO NFSRET; ZEROS = AINDA SEM NOTA).
      *-----------------------------------------------------------------
       FD RECIBO
               LABEL RECORD IS STANDARD
                03 RCB-VALOR           PIC 9(06)V99.
                03 RCB-DATA            PIC 9(08).
                03 RCB-OPERADOR        PIC X(12).
                03 RCB-MULTA           PIC 9(06)V99.
                03 RCB-JUROS           PIC 9(06)V99.
                03 RCB-NFSE            PIC 9(15).
