      *-----------------------------------------------------------------
      * CPYFINS - SELECT DOS CONTRATOS DE FINANCIAMENTO E LEASING DA
      * FROTA (FINANC.DAT). UM REGISTRO POR PLACA + NUMERO DO CONTRATO
      * NO BANCO, GRAVADO NO CADFINAN JUNTO COM AS PARCELAS
      * (FINPARC.DAT). CONTRATO EM ABERTO = ALIENACAO FIDUCIARIA ATIVA,
      * CONSULTADA PELO CPYFINP ANTES DE VENDER OU TRANSFERIR O CARRO.
      *-----------------------------------------------------------------
       SELECT FINANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIN-CHAVE
                    FILE STATUS  IS ST-FIN.
