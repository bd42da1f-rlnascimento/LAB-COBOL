      *-----------------------------------------------------------------
      * CPYORCR - REGISTRO DO ARQUIVO DE ORCAMENTO DE EVENTOS
      * (ORCEVE.DAT). DATA DA ULTIMA MUDANCA EM AAAAMMDD.
      *-----------------------------------------------------------------
       FD ORCEVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCEVE.DAT".
       01 REGORC.
                03 ORC-CHAVE.
                    05 ORC-EVENTO      PIC 9(03).
                    05 ORC-CATEG       PIC 9(01).
                03 ORC-PREVISTO        PIC 9(06)V99.
                03 ORC-DATA            PIC 9(08).
                03 ORC-OPERADOR        PIC X(12).
