      *-----------------------------------------------------------------
      * CPYPMVR - REGISTRO DO HISTORICO DE PNEUS (PNEUMOV.DAT).
      * PMV-TIPO: M=MONTAGEM R=RODIZIO D=DESMONTAGEM PARA O ESTOQUE
      * X=DESCARTE C=RECAPAGEM. PMV-KM: KM RODADOS NO TRECHO ENCERRADO
      * PELO MOVIMENTO. PMV-CUSTO: NA MONTAGEM, A COMPRA/RECAPAGEM
      * LANCADA NO VEICULO (PMV-PLACA); NA RECAPAGEM, O VALOR PAGO.
      *-----------------------------------------------------------------
       FD PNEUMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PNEUMOV.DAT".
       01 REGPMV.
                03 PMV-CHAVE.
                    05 PMV-FOGO        PIC X(08).
                    05 PMV-DATA        PIC 9(08).
                    05 PMV-SEQ         PIC 9(02).
                03 PMV-TIPO            PIC X(01).
                03 PMV-PLACA           PIC X(07).
                03 PMV-POSANT          PIC X(03).
                03 PMV-POSNOVA         PIC X(03).
                03 PMV-ODOMETRO        PIC 9(07).
                03 PMV-KM              PIC 9(07).
                03 PMV-CUSTO           PIC 9(06)V99.
                03 PMV-OPERADOR        PIC X(12).
