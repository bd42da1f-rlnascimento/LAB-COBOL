      *-----------------------------------------------------------------
      * CPYMDLR - REGISTRO DO CATALOGO DE MODELOS (MODELO.DAT).
      * MDL-COMBUST: G=GASOLINA E=ETANOL F=FLEX D=DIESEL V=GNV
      * L=ELETRICO. MDL-CNH: CATEGORIA MINIMA (A, B, C, D, E OU AB..AE
      * QUANDO PRECISA DAS DUAS); BRANCO = SEM EXIGENCIA. MDL-KML:
      * CONSUMO DE REFERENCIA DO FABRICANTE (KM/L), BASE DA AUTONOMIA E
      * DA FAIXA DE CONSUMO DO ABACHECA; ZERO = USA A MEDIA DA FROTA.
      *-----------------------------------------------------------------
       FD MODELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MODELO.DAT".
       01 REGMDL.
                03 MDL-CHAVE.
                    05 MDL-MARCA       PIC 9(01).
                    05 MDL-COD         PIC 9(03).
                03 MDL-DESC            PIC X(20).
                03 MDL-MOTOR           PIC X(10).
                03 MDL-COMBUST         PIC X(01).
                03 MDL-TANQUE          PIC 9(03).
                03 MDL-PASSAG          PIC 9(02).
                03 MDL-CARGA           PIC 9(05).
                03 MDL-CNH             PIC X(02).
                03 MDL-KML             PIC 9(02)V9.
