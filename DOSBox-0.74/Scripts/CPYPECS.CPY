      *-----------------------------------------------------------------
      * CPYPECS - SELECT DO CADASTRO DE PECAS DO ALMOXARIFADO
      * (PECA.DAT): OLEO, FILTROS, LAMPADAS, PALHETAS E O MAIS QUE
      * FICA NA PRATELEIRA PARA OS SERVICOS FEITOS EM CASA. UM
      * REGISTRO POR CODIGO DE PECA, COM O SALDO E O CUSTO MEDIO
      * ATUALIZADOS PELOS MOVIMENTOS (MOVPECA/AJUPECA).
      *-----------------------------------------------------------------
       SELECT PECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEC-COD
                    FILE STATUS  IS ST-PEC.
