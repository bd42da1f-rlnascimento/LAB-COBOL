      *-----------------------------------------------------------------
      * CPYOFCW - CATEGORIAS DE CUSTO DO ORCAMENTO DA FROTA (1 A 6),
      * USADAS NO ORCFROTA.DAT. A DESCRICAO DA CATEGORIA N E
      * OFC-DESC (N). O REALIZADO DE CADA UMA (RELORCFR) VEM DE:
      *   1 ABASTEC.DAT   2 MANUVEIC.DAT   3 SEGURO.DAT
      *   4 IPVAPAG.DAT + LICENCIA.DAT   5 MULTA.DAT   6 PNEUMOV.DAT
      *-----------------------------------------------------------------
       01 OFC-VALORES.
            03 FILLER PIC X(12) VALUE "COMBUSTIVEL".
            03 FILLER PIC X(12) VALUE "MANUTENCAO".
            03 FILLER PIC X(12) VALUE "SEGURO".
            03 FILLER PIC X(12) VALUE "IPVA/LICENC.".
            03 FILLER PIC X(12) VALUE "MULTAS".
            03 FILLER PIC X(12) VALUE "PNEUS".
       01 OFC-TAB REDEFINES OFC-VALORES.
            03 OFC-DESC PIC X(12) OCCURS 6 TIMES.
