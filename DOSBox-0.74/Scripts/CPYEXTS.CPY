      *-----------------------------------------------------------------
      * CPYEXTS - SELECT DOS LANCAMENTOS DO EXTRATO BANCARIO
      * (EXTRATO.DAT). CHAVE = CONTA (BCO-COD) + DATA + SEQUENCIA NO
      * DIA. A SEQUENCIA 0000 E O CABECALHO DE CADA EXTRATO IMPORTADO
      * (PERIODO E SALDOS). CARREGADO E CONCILIADO PELO CONCBCO,
      * RESOLVIDO NO CADCONC E LIDO PELO RELCONC.
      *-----------------------------------------------------------------
       SELECT EXTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXT-CHAVE
                    FILE STATUS  IS ST-EXT.
