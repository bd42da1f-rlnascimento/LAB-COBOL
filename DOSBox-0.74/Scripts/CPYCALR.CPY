      *-----------------------------------------------------------------
      * CPYCALR - REGISTRO DO CALENDARIO ESCOLAR (CALESC.DAT).
      * DATAS EM AAAAMMDD. CAL-DIASMETA E O MINIMO DE DIAS LETIVOS DO
      * TERMO; CAL-SABADO = S QUANDO O SABADO E DIA LETIVO (DOMINGO
      * NUNCA E). CAL-NAOLETIVO GUARDA ATE 10 PERIODOS SEM AULA DENTRO
      * DOS BIMESTRES (UM DIA SO = INICIO IGUAL AO FIM); INICIO ZERADO
      * = POSICAO LIVRE.
      *-----------------------------------------------------------------
       FD CALESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CALESC.DAT".
       01 REGCAL.
                03 CAL-TERMO           PIC X(06).
                03 CAL-DIASMETA        PIC 9(03).
                03 CAL-SABADO          PIC X(01).
                03 CAL-BIMESTRE OCCURS 4 TIMES.
                    05 CAL-BIMINI      PIC 9(08).
                    05 CAL-BIMFIM      PIC 9(08).
                03 CAL-NAOLETIVO OCCURS 10 TIMES.
                    05 CAL-NLINI       PIC 9(08).
                    05 CAL-NLFIM       PIC 9(08).
                    05 CAL-NLDESC      PIC X(15).
