      *-----------------------------------------------------------------
      * CPYFINW - CAMPOS DE WORKING-STORAGE DOS CONTRATOS DE
      * FINANCIAMENTO (VER CPYFINP E CPYFSDP). W-FINDISP = S QUANDO O
      * FINANC.DAT ESTA ABERTO NO PROGRAMA; DEPOIS DO FIN-GRAV,
      * W-FINGRAV = S DIZ QUE A PLACA ESTA ALIENADA, COM O CONTRATO E
      * O BANCO EM W-FINCONTR/W-FINBANCO. OS W-FSD SAO A POSICAO DO
      * CONTRATO CORRENTE NA DATA W-FSDDATA, MONTADA PELO FIN-SALDO.
      *-----------------------------------------------------------------
       77 ST-FIN       PIC X(02) VALUE "00".
       77 W-FINDISP    PIC X(01) VALUE "N".
       77 W-FINGRAV    PIC X(01) VALUE "N".
       77 W-FINCONTR   PIC X(15) VALUE SPACES.
       77 W-FINBANCO   PIC X(30) VALUE SPACES.
       77 W-FSDDATA    PIC 9(08) VALUE ZEROS.
       77 W-FSDPAGAS   PIC 9(03) VALUE ZEROS.
       77 W-FSDABERTAS PIC 9(03) VALUE ZEROS.
       77 W-FSDPROX    PIC 9(03) VALUE ZEROS.
       77 W-FSDVENCQTD PIC 9(03) VALUE ZEROS.
       77 W-FSDVENCVAL PIC 9(09)V99 VALUE ZEROS.
       77 W-FSDVENCJUR PIC 9(09)V99 VALUE ZEROS.
       77 W-FSDSALDO   PIC 9(09)V99 VALUE ZEROS.
       77 W-FSDQUITAR  PIC 9(09)V99 VALUE ZEROS.
