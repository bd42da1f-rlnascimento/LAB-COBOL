      *-----------------------------------------------------------------
      * CPYRLCR - REGISTRO DO ARQUIVO DE VINCULOS ENTRE AMIGOS
      * (RELACAO.DAT). RLC-TIPO E O CODIGO DE TIPOREL.DAT VISTO DO
      * LADO DE RLC-APELIDO ("RLC-APELIDO E <TIPO> DE RLC-OUTRO").
      * DATA EM AAAAMMDD.
      *-----------------------------------------------------------------
       FD RELACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACAO.DAT".
       01 REGRLC.
                03 RLC-CHAVE.
                    05 RLC-APELIDO     PIC X(12).
                    05 RLC-OUTRO       PIC X(12).
                03 RLC-TIPO            PIC 9(02).
                03 RLC-DATA            PIC 9(08).
                03 RLC-OPERADOR        PIC X(12).
