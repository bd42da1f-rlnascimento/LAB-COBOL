      *-----------------------------------------------------------------
      * CPYBCOR - REGISTRO DA TABELA DE CONTAS BANCARIAS (BANCO.DAT)
      * BCO-SALDO E O ULTIMO SALDO CONCILIADO DA CONTA (NEGATIVO =
      * CONTA DEVEDORA) E BCO-DTCONC A DATA (AAAAMMDD) DESSE SALDO -
      * O PONTO DE PARTIDA DA PROJECAO DE CAIXA (FLUXOPRJ).
      *-----------------------------------------------------------------
       FD BANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCO.DAT".
       01 REGBCO.
                03 BCO-COD         PIC 9(02).
                03 BCO-NOME        PIC X(20).
                03 BCO-AGENCIA     PIC X(06).
                03 BCO-CONTA       PIC X(12).
                03 BCO-SALDO       PIC S9(10)V99.
                03 BCO-DTCONC      PIC 9(08).
