      *-----------------------------------------------------------------
      * CPYELTR - REGISTRO DO LOTE DE EMAILS (EMAILLOT.TXT).
      * ELT-ORIGEM: PROGRAMA QUE GEROU. ELT-CORPO: A CARTA JA COM OS
      * MARCADORES TROCADOS, EM ATE 60 LINHAS DE 80 POSICOES (O
      * PROVEDOR QUEBRA O TEXTO A CADA 80; LINHAS EM BRANCO NO FIM
      * SAO DESPREZADAS).
      *-----------------------------------------------------------------
       FD EMAILLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMAILLOT.TXT".
       01 REGELT.
                03 ELT-APELIDO         PIC X(12).
                03 ELT-EMAIL           PIC X(35).
                03 ELT-ORIGEM          PIC X(08).
                03 ELT-ASSUNTO         PIC X(60).
                03 ELT-CORPO.
                    05 ELT-LINHA       PIC X(80) OCCURS 60 TIMES.
