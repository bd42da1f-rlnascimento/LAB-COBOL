      *-----------------------------------------------------------------
      * CPYCPXS - SELECT DO INDICE DE USO DE CEP (CEPUSO.DAT). UMA
      * ENTRADA POR REGISTRO QUE CARREGA CODCEP (AMIGO, VEICULO,
      * FORNEC, RESPONS, PARADA), PELA CHAVE ARQUIVO + CHAVE DO
      * REGISTRO, COM A CHAVE ALTERNATIVA NO CEP PARA ACHAR OS
      * DEPENDENTES DE UM CEP SEM VARRER OS CADASTROS. GRAVADO SO PELO
      * SUBPROGRAMA CEPIDX (A CADA INCLUSAO/ALTERACAO/EXCLUSAO) E
      * RECONSTRUIDO/CONFERIDO PELO CEPREIDX.
      *-----------------------------------------------------------------
       SELECT CEPUSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPX-REF
                    ALTERNATE RECORD KEY IS CPX-CEP WITH DUPLICATES
                    FILE STATUS  IS ST-CPX.
