      *-----------------------------------------------------------------
      * CPYMNTR - REGISTRO DO ARQUIVO DE MANUTENCOES DE VEICULO
      * (MANUVEIC.DAT). MNT-CODFOR E O CNPJ/CPF DA OFICINA EM FORNEC.DAT
      * (CPYFORR); MNT-FORNEC GUARDA O NOME FANTASIA DELA.
      *-----------------------------------------------------------------
       FD MANUVEIC
               LABEL RECORD IS STANDARD
                03 MNT-ODOMETRO        PIC 9(07).
                03 MNT-CUSTO           PIC 9(06)V99.
                03 MNT-FORNEC          PIC X(20).
                03 MNT-CODFOR          PIC 9(14).
