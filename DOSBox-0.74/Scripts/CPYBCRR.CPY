      *-----------------------------------------------------------------
      * CPYBCRR - REGISTRO DOS CREDITOS DE BOLETO POR DIA (BOLCRED.DAT)
      * BCR-CONCIL = DATA DO LANCAMENTO DO EXTRATO QUE CASOU COM O
      * CREDITO (ZEROS = AINDA NAO CONCILIADO).
      *-----------------------------------------------------------------
       FD BOLCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLCRED.DAT".
       01 REGBCR.
                03 BCR-DATA        PIC 9(08).
                03 BCR-QTD         PIC 9(06).
                03 BCR-VALOR       PIC 9(11)V99.
                03 BCR-CONCIL      PIC 9(08).
