      *-----------------------------------------------------------------
      * CPYTPRR - REGISTRO DA TABELA DE TIPOS DE VINCULO (TIPOREL.DAT)
      * TPR-INVERSO E O TIPO GRAVADO DO OUTRO LADO: PARA "CONJUGE" E O
      * PROPRIO CODIGO, PARA "INDICOU" E O CODIGO DE "INDICADO POR".
      * TPR-INDICA MARCA OS TIPOS DE INDICACAO, QUE FORMAM A ARVORE DO
      * RELINDIC: I=ESTE AMIGO INDICOU O OUTRO, P=FOI INDICADO PELO
      * OUTRO, BRANCO=VINCULO COMUM.
      *-----------------------------------------------------------------
       FD TIPOREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TIPOREL.DAT".
       01 REGTPR.
                03 TPR-COD             PIC 9(02).
                03 TPR-DESC            PIC X(15).
                03 TPR-INVERSO         PIC 9(02).
                03 TPR-INDICA          PIC X(01).
