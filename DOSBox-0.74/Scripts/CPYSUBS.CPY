      *-----------------------------------------------------------------
      * CPYSUBS - SELECT DA LISTA DE VEICULOS MARCADOS PARA TROCA
      * (SUBSTIT.TXT). REGRAVADA INTEIRA A CADA RODADA DO RELSUBST COM
      * AS PLACAS CUJO GASTO DE OFICINA DE 12 MESES PASSOU DO LIMITE
      * SUBSTPCT DO PARAMET.DAT; LIDA PELO RELCO2 PARA ESTIMAR O
      * EFEITO DA TROCA NAS EMISSOES.
      *-----------------------------------------------------------------
       SELECT SUBSTIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SUB.
