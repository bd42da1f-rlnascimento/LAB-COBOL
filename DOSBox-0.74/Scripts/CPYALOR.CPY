      *-----------------------------------------------------------------
      * CPYALOR - REGISTRO DO ARQUIVO DE ALOCACOES (ALOCA.DAT).
      * ALO-CCUSTO: CENTRO DE CUSTO QUE PAGA O USO (CCUSTO.DAT),
      * GRAVADO NA SAIDA; BRANCO NAS ALOCACOES ANTERIORES AO RATEIO.
      *-----------------------------------------------------------------
       FD ALOCA
               LABEL RECORD IS STANDARD
                03 ALO-DATARET         PIC 9(08).
                03 ALO-HORARET         PIC 9(06).
                03 ALO-ODORET          PIC 9(07).
                03 ALO-CCUSTO          PIC X(06).
