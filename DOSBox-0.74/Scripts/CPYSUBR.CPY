      *-----------------------------------------------------------------
      * CPYSUBR - REGISTRO DA LISTA DE VEICULOS MARCADOS PARA TROCA
      * (SUBSTIT.TXT): PLACA, PCT DO GASTO DE OFICINA SOBRE O VALOR
      * ATUAL E A DATA DA RODADA DO RELSUBST (AAAAMMDD).
      *-----------------------------------------------------------------
       FD  SUBSTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBSTIT.TXT".
       01 REGSUB.
                03 SUB-PLACA       PIC X(07).
                03 SUB-PCT         PIC 9(05)V99.
                03 SUB-DATA        PIC 9(08).
