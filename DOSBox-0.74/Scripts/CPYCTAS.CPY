      *-----------------------------------------------------------------
      * CPYCTAS - SELECT DO ARQUIVO DE CONTATOS COM A FAMILIA DO ALUNO
      * (CONTALU.DAT), NO MOLDE DO CONTATO.DAT DOS AMIGOS. UM REGISTRO
      * POR LIGACAO/EMAIL/VISITA/REUNIAO DO ACOMPANHAMENTO DE EVASAO,
      * COM A CHAVE CODALU+DATA+HORA. LANCADO NO CADCTALU; O RISCOEVA
      * MOSTRA O ULTIMO CONTATO DE CADA ALUNO DA LISTA DE RETENCAO.
      *-----------------------------------------------------------------
       SELECT CONTALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CHAVE
                    FILE STATUS  IS ST-CTA.
