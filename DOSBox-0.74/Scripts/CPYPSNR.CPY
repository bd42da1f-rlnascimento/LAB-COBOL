      *-----------------------------------------------------------------
      * CPYPSNR - REGISTRO DO ARQUIVO DE PRESENTES (PRESENTE.DAT).
      * PSN-OCASIAO: A=ANIVERSARIO N=NATAL E=EVENTO (PSN-EVENTO E O
      * EVE-COD DE EVENTO.DAT) O=OUTRA. PSN-SENTIDO: D=DADO POR NOS,
      * R=RECEBIDO DO AMIGO. DATA EM AAAAMMDD.
      *-----------------------------------------------------------------
       FD PRESENTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRESENTE.DAT".
       01 REGPSN.
                03 PSN-CHAVE.
                    05 PSN-APELIDO     PIC X(12).
                    05 PSN-DATA        PIC 9(08).
                    05 PSN-DATA-R REDEFINES PSN-DATA.
                        07 PSN-DATA-ANO PIC 9(04).
                        07 PSN-DATA-MES PIC 9(02).
                        07 PSN-DATA-DIA PIC 9(02).
                    05 PSN-SEQ         PIC 9(02).
                03 PSN-OCASIAO         PIC X(01).
                03 PSN-EVENTO          PIC 9(03).
                03 PSN-SENTIDO         PIC X(01).
                03 PSN-DESCR           PIC X(30).
                03 PSN-VALOR           PIC 9(06)V99.
                03 PSN-OPERADOR        PIC X(12).
