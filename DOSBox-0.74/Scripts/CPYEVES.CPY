      * CADEVENT.COB, QUE TAMBEM CONVIDA (CONVIDA.DAT) E ANOTA RSVP
      * E PRESENCA. AS CARTAS-CONVITE SAEM NO EVNCARTA, A LISTA DE
      * CONFIRMADOS NO RELEVEN E A PRESENCA VIRA CONTATO TIPO V NO
      * EVNPRES. O ORCAMENTO POR CATEGORIA (ORCEVE.DAT) E AS DESPESAS
      * (DESPEVE.DAT) SAO LANCADOS NO CADORCEV E NO CADDESPE.
      *-----------------------------------------------------------------
       SELECT EVENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
