      *-----------------------------------------------------------------
      * CPYSCOR - REGISTRO DA PONTUACAO DO MOTORISTA (SCORE.DAT).
      * SCO-NOTA DE 0 A 100: 100 MENOS OS PONTOS PERDIDOS EM CADA
      * COMPONENTE (SCO-P*), COM OS PESOS DO PARAMET.DAT NA HORA DA
      * APURACAO. SCO-ALERTA = S QUANDO A NOTA FICOU ABAIXO DE
      * SCO-MINIMO. SCO-LITROS E SCO-LITESP SAO O COMBUSTIVEL
      * ABASTECIDO NAS ALOCACOES DO MOTORISTA E O ESPERADO PELA MEDIA
      * DO MODELO PARA OS MESMOS KM. SCO-SITMTR: M = CPF NO
      * MOTORIST.DAT, F = SO NAS ALOCACOES (FORA DO CADASTRO).
      *-----------------------------------------------------------------
       FD SCORE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SCORE.DAT".
       01 REGSCO.
                03 SCO-CPF             PIC 9(11).
                03 SCO-NOME            PIC X(35).
                03 SCO-SITMTR          PIC X(01).
                03 SCO-ANO             PIC 9(04).
                03 SCO-TRI             PIC 9(01).
                03 SCO-NOTA            PIC 9(03).
                03 SCO-MINIMO          PIC 9(03).
                03 SCO-ALERTA          PIC X(01).
                03 SCO-ALOC            PIC 9(04).
                03 SCO-KM              PIC 9(07).
                03 SCO-MULTAS          PIC 9(03).
                03 SCO-PONTOS          PIC 9(03).
                03 SCO-AVARIAS         PIC 9(03).
                03 SCO-SINI            PIC 9(03).
                03 SCO-ATRASOS         PIC 9(03).
                03 SCO-LITROS          PIC 9(07)V99.
                03 SCO-LITESP          PIC 9(07)V99.
                03 SCO-PMUL            PIC 9(03).
                03 SCO-PAVR            PIC 9(03).
                03 SCO-PSIN            PIC 9(03).
                03 SCO-PCOM            PIC 9(03).
                03 SCO-PATR            PIC 9(03).
