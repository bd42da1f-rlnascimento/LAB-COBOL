      *-----------------------------------------------------------------
      * CPYACGW - CAMPOS DO ACORDO DE RENEGOCIACAO (VER CPYACGP).
      * ACG-DADOS E O QUE O OPERADOR INFORMOU NO CADACORD - E TAMBEM A
      * IMAGEM GUARDADA EM ALCPEND.DAT QUANDO O ACORDO FICA AGUARDANDO
      * ALCADA.
      *-----------------------------------------------------------------
       77 W-VALPARC    PIC 9(06)V99 VALUE ZEROS.
       77 W-SEQNOVO    PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       01 ACG-DADOS.
            03 W-ALUSEL     PIC 9(05) VALUE ZEROS.
            03 W-TOTAL      PIC 9(08)V99 VALUE ZEROS.
            03 W-FATOR      PIC 9V99  VALUE ZEROS.
            03 W-PARCELAS   PIC 9(02) VALUE ZEROS.
            03 W-VENC1      PIC 9(08) VALUE ZEROS.
            03 W-TOTACORD   PIC 9(08)V99 VALUE ZEROS.
       01 W-VENC       PIC 9(08) VALUE ZEROS.
       01 W-VENC-R REDEFINES W-VENC.
            03 W-VEN-ANO    PIC 9(04).
            03 W-VEN-MES    PIC 9(02).
            03 W-VEN-DIA    PIC 9(02).
