      *-----------------------------------------------------------------
      * CPYEMIR - REGISTRO DA TABELA DE FATORES DE EMISSAO DE CO2
      * (EMISSAO.DAT). EMI-FATOR: KG DE CO2 POR LITRO (GNV POR M3);
      * ZERO E VALIDO (ELETRICO, SEM EMISSAO NO ESCAPAMENTO).
      *-----------------------------------------------------------------
       FD EMISSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMISSAO.DAT".
       01 REGEMI.
                03 EMI-COMBUST     PIC X(01).
                03 EMI-DESC        PIC X(12).
                03 EMI-FATOR       PIC 9(01)V999.
