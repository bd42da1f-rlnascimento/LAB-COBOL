      *-----------------------------------------------------------------
      * CPYALPS - SELECT DA FILA DE LANCAMENTOS ACIMA DA ALCADA
      * (ALCPEND.DAT). O LANCAMENTO QUE PASSA DA ALCADA DO OPERADOR
      * NAO E GRAVADO NO ARQUIVO DE DESTINO: ENTRA AQUI "AGUARDANDO
      * ALCADA", COM A IMAGEM DO REGISTRO, E SO PRODUZ EFEITO QUANDO
      * UM SUPERVISOR COM ALCADA SUFICIENTE APROVA NO APRALC. O
      * REGISTRO FICA NA FILA DEPOIS DA DECISAO (APROVADO OU
      * REJEITADO) PARA O RELALC.
      *-----------------------------------------------------------------
       SELECT ALCPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALP-CHAVE
                    FILE STATUS  IS ST-ALP.
