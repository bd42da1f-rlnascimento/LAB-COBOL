      *-----------------------------------------------------------------
      * CPYTXPR - REGISTRO DA TABELA DE VALOR DA HORA-AULA
      * (TAXAPROF.DAT). TXP-DATA E A DATA DA ULTIMA ALTERACAO DO
      * VALOR (AAAAMMDD), SO PARA CONSULTA.
      *-----------------------------------------------------------------
       FD TAXAPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TAXAPROF.DAT".
       01 REGTXP.
                03 TXP-PROF        PIC X(05).
                03 TXP-VALOR       PIC 9(04)V99.
                03 TXP-DATA        PIC 9(08).
