      *-----------------------------------------------------------------
      * CPYSGR - REGISTRO DO ARQUIVO DE APOLICES DE SEGURO
      * (SEGURO.DAT). DATAS EM AAAAMMDD. SEG-CODFOR E O CNPJ DA
      * SEGURADORA EM FORNEC.DAT; SEG-SEGURADORA GUARDA O NOME FANTASIA.
      *-----------------------------------------------------------------
       FD SEGURO
               LABEL RECORD IS STANDARD
                03 SEG-PREMIO          PIC 9(06)V99.
                03 SEG-INI             PIC 9(08).
                03 SEG-FIM             PIC 9(08).
                03 SEG-CODFOR          PIC 9(14).
