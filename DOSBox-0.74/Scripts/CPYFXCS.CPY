      *-----------------------------------------------------------------
      * CPYFXCS - SELECT DO ARQUIVO DE FAIXAS DE CEP DOS CORREIOS
      * (FAIXACEP.DAT): CEP INICIAL E FINAL DE CADA UF (CIDADE EM
      * BRANCO) E, QUANDO O EXTRATO TRAZ, DAS CIDADES PRINCIPAIS. UMA
      * UF OU CIDADE PODE TER MAIS DE UMA FAIXA. CARREGADO PELO
      * FXCCARGA.COB E CONSULTADO PELA CRITICA DE CPYFXCP (CADCEP,
      * CEPCARGA E A AUDITORIA RELCEPF).
      *-----------------------------------------------------------------
       SELECT FAIXACEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FXC-CHAVE
                    FILE STATUS  IS ST-FXC.
