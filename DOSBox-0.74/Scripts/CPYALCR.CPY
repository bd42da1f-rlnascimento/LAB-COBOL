      *-----------------------------------------------------------------
      * CPYALCR - REGISTRO DA TABELA DE ALCADAS (ALCADA.DAT). UM
      * REGISTRO POR OPERADOR+FUNCAO; SEM O REGISTRO, A ALCADA DO
      * OPERADOR NAQUELA FUNCAO E ZERO.
      *-----------------------------------------------------------------
       FD ALCADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALCADA.DAT".
       01 REGALC.
                03 ALC-CHAVE.
                    05 ALC-OPER        PIC X(12).
                    05 ALC-FUNCAO      PIC X(04).
                03 ALC-LIMITE          PIC 9(09)V99.
