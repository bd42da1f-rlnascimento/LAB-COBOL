      *-----------------------------------------------------------------
      * CPYPNUW - CAMPOS DO CALCULO DE KM DO PNEU (CPYPNUP) E LIMITES
      * DE VENCIMENTO: RODIZIO A CADA W-PNURODIZ KM, RECAPAGEM A CADA
      * W-PNURECAP KM DE VIDA, NO MAXIMO W-PNUMAXREC RECAPAGENS (DEPOIS
      * DISSO O PNEU VENCIDO VAI PARA DESCARTE). W-PNUABA = S QUANDO O
      * PROGRAMA CONSEGUIU ABRIR O ABASTEC.DAT (ST-ABA E DO PROGRAMA).
      *-----------------------------------------------------------------
       77 W-PNUABA       PIC X(01) VALUE "N".
       77 W-PNUKM        PIC 9(07) VALUE ZEROS.
       77 W-PNUODO       PIC 9(07) VALUE ZEROS.
       77 W-PNURODIZ     PIC 9(05) VALUE 10000.
       77 W-PNURECAP     PIC 9(06) VALUE 40000.
       77 W-PNUMAXREC    PIC 9(01) VALUE 2.
