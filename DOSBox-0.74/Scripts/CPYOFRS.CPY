      *-----------------------------------------------------------------
      * CPYOFRS - SELECT DO ORCAMENTO ANUAL DA FROTA (ORCFROTA.DAT):
      * UM REGISTRO POR ANO, NIVEL (G=FROTA INTEIRA, M=MARCA,
      * V=VEICULO), REFERENCIA (CODIGO DA MARCA OU PLACA), CATEGORIA
      * DE CUSTO (TABELA OFC-TAB DE CPYOFCW) E MES, COM O VALOR
      * PREVISTO. MANTIDO NO CADORCFR; O PREVISTO X REALIZADO DO MES E
      * DO ANO SAI NO RELORCFR.
      *-----------------------------------------------------------------
       SELECT ORCFROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OFR-CHAVE
                    FILE STATUS  IS ST-OFR.
