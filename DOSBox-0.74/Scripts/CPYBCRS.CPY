      *-----------------------------------------------------------------
      * CPYBCRS - SELECT DOS CREDITOS DE BOLETO POR DIA (BOLCRED.DAT).
      * UM REGISTRO POR DATA DE PAGAMENTO COM O TOTAL QUE O BANCO
      * DEVOLVEU NO RETORNO (BOLRET) - BAIXADO OU REJEITADO, O DINHEIRO
      * ENTROU NA CONTA - PARA A CONCILIACAO BANCARIA (CONCBCO) CASAR
      * COM O CREDITO DO EXTRATO.
      *-----------------------------------------------------------------
       SELECT BOLCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCR-DATA
                    FILE STATUS  IS ST-BCR.
