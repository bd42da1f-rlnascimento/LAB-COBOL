      *        SESSOES (SESSLOG.TXT), FECHANDO O TRIO QUE O RELSESS
      *        IMPRIME NO FIM DO DIA
                CALL "SESFIL" USING W-OPERADOR W-FILIAL.
      *        CAIXA DE AVISOS: COM ALGUM AVISO NOVO PARA O OPERADOR,
      *        O NIVEL DELE OU A FILIAL DA SESSAO, O AVISCX ABRE A
      *        JANELA DOS PENDENTES ANTES DO PROGRAMA SEGUIR
                CALL "AVISCX" USING W-OPERADOR W-OPERNIVEL W-FILIAL.
       OPR-002-FIM.
                EXIT.
      *
