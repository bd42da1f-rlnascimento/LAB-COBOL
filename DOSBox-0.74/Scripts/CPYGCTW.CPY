      *-----------------------------------------------------------------
      * CPYGCTW - CATEGORIAS DE DESPESA DE EVENTO (1 A 9), USADAS NO
      * ORCAMENTO (ORCEVE.DAT) E NAS DESPESAS (DESPEVE.DAT). A
      * DESCRICAO DA CATEGORIA N E GCT-DESC (N).
      *-----------------------------------------------------------------
       01 GCT-VALORES.
            03 FILLER PIC X(12) VALUE "BUFFET".
            03 FILLER PIC X(12) VALUE "LOCAL".
            03 FILLER PIC X(12) VALUE "DECORACAO".
            03 FILLER PIC X(12) VALUE "BEBIDA".
            03 FILLER PIC X(12) VALUE "SOM/MUSICA".
            03 FILLER PIC X(12) VALUE "FOTO/VIDEO".
            03 FILLER PIC X(12) VALUE "CONVITES".
            03 FILLER PIC X(12) VALUE "LEMBRANCAS".
            03 FILLER PIC X(12) VALUE "OUTROS".
       01 GCT-TAB REDEFINES GCT-VALORES.
            03 GCT-DESC PIC X(12) OCCURS 9 TIMES.
