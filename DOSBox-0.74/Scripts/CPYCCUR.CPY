      *-----------------------------------------------------------------
      * CPYCCUR - REGISTRO DO CADASTRO DE CENTROS DE CUSTO
      * (CCUSTO.DAT). CCU-SITUACAO: A=ATIVO, I=INATIVO (NAO E MAIS
      * ACEITO NA SAIDA DO VEICULO NEM COMO PADRAO DO MOTORISTA, MAS
      * CONTINUA APARECENDO NO RATEIO DAS ALOCACOES ANTIGAS).
      *-----------------------------------------------------------------
       FD CCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REGCCU.
                03 CCU-COD             PIC X(06).
                03 CCU-NOME            PIC X(30).
                03 CCU-RESP            PIC X(35).
                03 CCU-SITUACAO        PIC X(01).
