      *-----------------------------------------------------------------
      * CPYFXCR - REGISTRO DO ARQUIVO DE FAIXAS DE CEP (FAIXACEP.DAT)
      *-----------------------------------------------------------------
       FD FAIXACEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FAIXACEP.DAT".
       01 REGFXC.
                03 FXC-CHAVE.
                   05 FXC-UF       PIC X(02).
      *                BRANCO = FAIXA DA UF INTEIRA
                   05 FXC-CIDADE   PIC X(20).
                   05 FXC-INICIO   PIC 9(08).
                03 FXC-FIM         PIC 9(08).
