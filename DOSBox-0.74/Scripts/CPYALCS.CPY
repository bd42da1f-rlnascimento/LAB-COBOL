      *-----------------------------------------------------------------
      * CPYALCS - SELECT DA TABELA DE ALCADAS (ALCADA.DAT): O VALOR
      * MAXIMO QUE CADA OPERADOR PODE LANCAR SOZINHO EM CADA FUNCAO
      * FINANCEIRA. MANTIDA DENTRO DO CADOPER (F6), AO LADO DA MATRIZ
      * DE FILIAIS, E COBRADA PELO SUBPROGRAMA ALCVER. FUNCOES:
      *   MANU - CUSTO DA MANUTENCAO DE VEICULO (CADMANU)
      *   VEND - QUANTO A VENDA FICA ABAIXO DO VALOR CONTABIL (CADVEND)
      *   DESC - DESCONTO MENSAL CONCEDIDO, EM R$ (CADDESC)
      *   ACOR - DIVIDA PERDOADA NO ACORDO COM FATOR MENOR QUE 1
      *          (CADACORD)
      *   PAGA - VALOR DA REBAIXA DE MENSALIDADE JA PAGA (CADPAGA)
      * ENQUANTO ALCADA.DAT NAO EXISTE OU ESTA VAZIO NAO HA CONTROLE
      * DE ALCADA, COMO SEMPRE FOI.
      *-----------------------------------------------------------------
       SELECT ALCADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALC-CHAVE
                    FILE STATUS  IS ST-ALC.
