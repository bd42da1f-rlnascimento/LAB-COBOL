      * REGISTRO POR CPF, COM A CNH E A SUA VALIDADE. MANTIDO EM
      * CADMOTOR.COB; O CADALOC CONSULTA NA SAIDA DO VEICULO E RECUSA
      * CPF SEM CADASTRO OU COM CNH VENCIDA (LIBERACAO SO PELO
      * SUPERVISOR, REGISTRADA EM AUDIT.TXT). A CATEGORIA TAMBEM
      * PRECISA COBRIR A DO MODELO DO VEICULO (MODELO.DAT, CPYCNHP),
      * NO CADALOC E NO CADRESER. OS VENCIMENTOS DOS PROXIMOS 60 DIAS
      * SAEM NO RELCNH.COB.
      *-----------------------------------------------------------------
       SELECT MOTORIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
