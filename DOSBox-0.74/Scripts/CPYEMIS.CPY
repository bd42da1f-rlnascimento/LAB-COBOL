      *-----------------------------------------------------------------
      * CPYEMIS - SELECT DA TABELA DE FATORES DE EMISSAO DE CO2 POR
      * TIPO DE COMBUSTIVEL (EMISSAO.DAT). UM REGISTRO POR CODIGO DO
      * MDL-COMBUST DO CATALOGO DE MODELOS (G, E, F, D, V, L), COM OS
      * KG DE CO2 POR LITRO ABASTECIDO (GNV: POR M3). MANTIDA EM
      * CADEMISS.COB, NO MOLDE DA TABELA DE TARIFAS, E USADA PELO
      * RELCO2.COB.
      *-----------------------------------------------------------------
       SELECT EMISSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMI-COMBUST
                    FILE STATUS  IS ST-EMI.
