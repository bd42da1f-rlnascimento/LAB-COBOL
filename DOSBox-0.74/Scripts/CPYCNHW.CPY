      *-----------------------------------------------------------------
      * CPYCNHW - CAMPOS DA CONFERENCIA DE CATEGORIA DE CNH (CPYCNHP).
      * W-CNHMOT = CATEGORIA DO MOTORISTA (MTR-CATEG), W-CNHEXI =
      * CATEGORIA EXIGIDA PELO MODELO DO VEICULO; W-CNHOK = "S" QUANDO
      * A PRIMEIRA COBRE A SEGUNDA.
      *-----------------------------------------------------------------
       77 ST-MDL         PIC X(02) VALUE "00".
       77 W-CNHMOT       PIC X(02) VALUE SPACES.
       77 W-CNHEXI       PIC X(02) VALUE SPACES.
       77 W-CNHOK        PIC X(01) VALUE "S".
       77 W-CNHLETRA     PIC X(01) VALUE SPACES.
       77 W-CNHLA        PIC X(01) VALUE "N".
       77 W-CNHLN        PIC 9(01) VALUE ZEROS.
       77 W-CNHMOTA      PIC X(01) VALUE "N".
       77 W-CNHMOTN      PIC 9(01) VALUE ZEROS.
       77 W-CNHEXIA      PIC X(01) VALUE "N".
       77 W-CNHEXIN      PIC 9(01) VALUE ZEROS.
