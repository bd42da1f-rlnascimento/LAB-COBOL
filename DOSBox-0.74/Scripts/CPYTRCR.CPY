      *-----------------------------------------------------------------
      * CPYTRCR - REGISTRO DO DIARIO DE BORDO (TRECHO.DAT).
      * TRC-ALOCHAVE E A CHAVE DA ALOCACAO (PLACA+DATA+HORA DA SAIDA).
      * TRC-UF + TRC-DESTINO E A CIDADE DE DESTINO COMO NO MUNICIP.DAT
      * (TRC-CODIBGE = ZEROS QUANDO A TABELA NAO ESTAVA IMPLANTADA).
      * TRC-TIPO E O TIPO DO MOTIVO (MOTVIAG.DAT) NA DATA DA ANOTACAO:
      * N=NEGOCIO, P=PARTICULAR.
      *-----------------------------------------------------------------
       FD TRECHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRECHO.DAT".
       01 REGTRC.
                03 TRC-CHAVE.
                    05 TRC-ALOCHAVE    PIC X(21).
                    05 TRC-SEQ         PIC 9(02).
                03 TRC-DATA            PIC 9(08).
                03 TRC-ORIGEM          PIC X(20).
                03 TRC-UF              PIC X(02).
                03 TRC-DESTINO         PIC X(20).
                03 TRC-CODIBGE         PIC 9(07).
                03 TRC-MOTIVO          PIC 9(02).
                03 TRC-TIPO            PIC X(01).
                03 TRC-KM              PIC 9(05).
                03 TRC-OPERADOR        PIC X(12).
