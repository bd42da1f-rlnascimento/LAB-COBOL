      *-----------------------------------------------------------------
      * CPYFORW - CAMPOS DE WORKING-STORAGE DA ESCOLHA DE FORNECEDOR
      * NOS LANCAMENTOS (VER CPYFORP). W-FOROK DEPOIS DO FOR-VAL:
      * S=FORNECEDOR ATIVO, I=INATIVO, N=NAO CADASTRADO.
      *-----------------------------------------------------------------
       77 ST-FOR       PIC X(02) VALUE "00".
       77 W-FOROK      PIC X(01) VALUE "N".
       77 W-PESQFOR    PIC X(30) VALUE SPACES.
       77 W-FORTIPTXT  PIC X(11) VALUE SPACES.
