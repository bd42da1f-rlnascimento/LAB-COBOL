      *-----------------------------------------------------------------
      * CPYENCW - CAMPOS DE TRABALHO DO CALCULO DE ENCARGOS POR ATRASO
      * DA MENSALIDADE (VER CPYENCP). OS PERCENTUAIS, A CARENCIA E O
      * DIA DE VENCIMENTO VEM COM O PADRAO DA ESCOLA E SAO TROCADOS
      * PELO ENC-PAR QUANDO HA A CHAVE EM PARAMET.DAT. O PROGRAMA MOVE
      * ENC-VALOR, ENC-COMPET E ENC-DATAPAG ANTES DO ENC-CALC, E
      * ENC-PAGO ANTES DO ENC-RATEIA.
      *-----------------------------------------------------------------
       77 ENC-MULTAPCT  PIC 9(03)V99 VALUE 2,00.
       77 ENC-JUROSMES  PIC 9(03)V99 VALUE 1,00.
       77 ENC-CARENCIA  PIC 9(03) VALUE ZEROS.
       77 ENC-DIAVENC   PIC 9(02) VALUE 10.
       77 ENC-PARNOME   PIC X(10) VALUE SPACES.
       77 ENC-PARVALOR  PIC 9(09)V99 VALUE ZEROS.
       77 ENC-PARACHOU  PIC X(01) VALUE "N".
       77 ENC-VALOR     PIC 9(06)V99 VALUE ZEROS.
       77 ENC-COMPET    PIC 9(06) VALUE ZEROS.
       01 ENC-DATAPAG.
            03 ENC-PAG-ANO  PIC 9(04).
            03 ENC-PAG-MES  PIC 9(02).
            03 ENC-PAG-DIA  PIC 9(02).
       01 ENC-VENCTO.
            03 ENC-VEN-ANO  PIC 9(04).
            03 ENC-VEN-MES  PIC 9(02).
            03 ENC-VEN-DIA  PIC 9(02).
       77 ENC-VENDIAS   PIC 9(09) VALUE ZEROS.
       77 ENC-PAGDIAS   PIC 9(09) VALUE ZEROS.
       77 ENC-DIAS      PIC 9(05) VALUE ZEROS.
       77 ENC-MULTA     PIC 9(06)V99 VALUE ZEROS.
       77 ENC-JUROS     PIC 9(06)V99 VALUE ZEROS.
       77 ENC-JURDIA    PIC 9(06)V99 VALUE ZEROS.
       77 ENC-TOTAL     PIC 9(06)V99 VALUE ZEROS.
       77 ENC-PAGO      PIC 9(06)V99 VALUE ZEROS.
       77 ENC-SOBRA     PIC 9(06)V99 VALUE ZEROS.
       77 ENC-PRINCPG   PIC 9(06)V99 VALUE ZEROS.
       77 ENC-MULTAPG   PIC 9(06)V99 VALUE ZEROS.
       77 ENC-JUROSPG   PIC 9(06)V99 VALUE ZEROS.
