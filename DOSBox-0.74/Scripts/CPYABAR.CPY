      *-----------------------------------------------------------------
      * CPYABAR - REGISTRO DO ARQUIVO DE ABASTECIMENTOS (ABASTEC.DAT)
      * ABA-CODFOR E O CNPJ/CPF DO POSTO EM FORNEC.DAT (ZEROS = NAO
      * INFORMADO).
      *-----------------------------------------------------------------
       FD ABASTEC
               LABEL RECORD IS STANDARD
                03 ABA-ODOMETRO        PIC 9(07).
                03 ABA-LITROS          PIC 9(04)V99.
                03 ABA-VALOR           PIC 9(06)V99.
                03 ABA-CODFOR          PIC 9(14).
