      *-----------------------------------------------------------------
      * CPYCNPW - CAMPOS DE WORKING-STORAGE PARA A VALIDACAO DE CNPJ
      * PELO DIGITO VERIFICADOR (MODULO 11, PESOS 6 A 2 E 9 A 2). O
      * PROGRAMA QUE FIZER O COPY DE CPYCNPP PRECISA TER ESTES CAMPOS
      * DECLARADOS. W-CNPPESO GUARDA OS PESOS DO SEGUNDO DIGITO; OS DO
      * PRIMEIRO SAO OS MESMOS DESLOCADOS DE UMA POSICAO.
      *-----------------------------------------------------------------
       77 W-CNPIDX     PIC 9(02) VALUE ZEROS.
       77 W-CNPSOMA    PIC 9(04) VALUE ZEROS.
       77 W-CNPQ       PIC 9(04) VALUE ZEROS.
       77 W-CNPRESTO   PIC 9(02) VALUE ZEROS.
       77 W-CNPDV1     PIC 9(01) VALUE ZEROS.
       77 W-CNPDV2     PIC 9(01) VALUE ZEROS.
       77 W-CNPJOK     PIC X(01) VALUE "N".
       01 W-CNPJ       PIC 9(14) VALUE ZEROS.
       01 W-CNPJR REDEFINES W-CNPJ.
           03 W-CNPD   PIC 9(01) OCCURS 14 TIMES.
       01 W-CNPPESOS   PIC X(13) VALUE "6543298765432".
       01 W-CNPPESOR REDEFINES W-CNPPESOS.
           03 W-CNPPESO PIC 9(01) OCCURS 13 TIMES.
