      * CPYCXAS - SELECT DO ARQUIVO DE SESSOES DE CAIXA (CAIXA.DAT).
      * UMA SESSAO POR OPERADOR+DIA: FUNDO DE TROCO NA ABERTURA, O
      * ACUMULADO DAS BAIXAS DO DIA (SOMADO PELO SUBPROGRAMA CXAREG,
      * CHAMADO POR CADPAGA E CADIPVA A CADA BAIXA), O ACUMULADO DAS
      * CONTAS A PAGAR QUITADAS NA GAVETA (SUBPROGRAMA CXASAI, CHAMADO
      * PELO CADPAGAR) E, NO FECHAMENTO, O VALOR CONTADO E A
      * DIFERENCA. ABERTA E FECHADA NO CADCAIXA.COB, COM O RESULTADO
      * EM AUDIT.TXT - A GAVETA PARA DE VIRAR DISCUSSAO SEMANAS
      * DEPOIS.
      *-----------------------------------------------------------------
       SELECT CAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
