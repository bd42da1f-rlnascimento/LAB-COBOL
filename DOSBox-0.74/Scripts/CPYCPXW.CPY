      *-----------------------------------------------------------------
      * CPYCPXW - CAMPOS DA CHAMADA AO CEPIDX (INDICE DE USO DE CEP,
      * CEPUSO.DAT). DEPOIS DE GRAVAR, ALTERAR OU EXCLUIR UM REGISTRO
      * COM CODCEP, O PROGRAMA POE O NOME DO ARQUIVO EM W-CPXARQ, A
      * CHAVE DO REGISTRO EM W-CPXID E O CEP GRAVADO (ZEROS NA
      * EXCLUSAO) EM W-CPXCEP E CHAMA:
      *   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP W-CPXOK
      *-----------------------------------------------------------------
       77 W-CPXARQ       PIC X(07) VALUE SPACES.
       77 W-CPXID        PIC X(14) VALUE SPACES.
       77 W-CPXCEP       PIC 9(08) VALUE ZEROS.
       77 W-CPXOK        PIC X(01) VALUE "N".
