      * CPYCEPW - CAMPOS DE WORKING-STORAGE PARA A VALIDACAO DE CODCEP
      * CONTRA CEP.DAT E PARA A PESQUISA DE CEP POR LOGRADOURO DENTRO
      * DOS CADASTROS (VER CPYCEPP). O PROGRAMA QUE FIZER O COPY DE
      * CPYCEPP PRECISA TER ESTES CAMPOS DECLARADOS (ST-CPX E
      * W-CEPUSOS SAO DA CONTAGEM DE USO NO INDICE CEPUSO.DAT).
      *-----------------------------------------------------------------
       77 ST-CEP       PIC X(02) VALUE "00".
       77 W-CEPOK      PIC X(01) VALUE "N".
       77 W-CEPDISP    PIC X(01) VALUE "N".
       77 W-PESQCEP    PIC X(35) VALUE SPACES.
       77 ST-CPX       PIC X(02) VALUE "00".
       77 W-CEPUSOS    PIC 9(03) VALUE ZEROS.
