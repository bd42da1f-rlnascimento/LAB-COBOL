      *-----------------------------------------------------------------
      * CPYRPAR - REGISTRO DAS PARADAS DO TRANSPORTE (PARADA.DAT).
      * RPA-PERIODO: M = SO MANHA, T = SO TARDE, A = OS DOIS TURNOS.
      * VIGENCIA EM COMPETENCIAS AAAAMM, INCLUSIVE NAS DUAS PONTAS;
      * RPA-COMPFIM ZERADO = SEM DATA PARA SAIR DA ROTA.
      *-----------------------------------------------------------------
       FD PARADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARADA.DAT".
       01 REGRPA.
                03 RPA-CHAVE.
                    05 RPA-CODALU      PIC 9(05).
                    05 RPA-ROTA        PIC X(04).
                03 RPA-CEP             PIC 9(08).
                03 RPA-NUMERO          PIC X(06).
                03 RPA-COMPL           PIC X(15).
                03 RPA-PERIODO         PIC X(01).
                03 RPA-COMPINI         PIC 9(06).
                03 RPA-COMPFIM         PIC 9(06).
