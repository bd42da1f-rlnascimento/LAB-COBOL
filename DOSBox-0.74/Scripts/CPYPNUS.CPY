      *-----------------------------------------------------------------
      * CPYPNUS - SELECT DO CADASTRO DE PNEUS (PNEU.DAT). UM REGISTRO
      * POR PNEU, PELO NUMERO DE FOGO. A CHAVE ALTERNATIVA PNU-LOCALIZ
      * (PLACA + POSICAO) DIZ QUEM ESTA EM CADA POSICAO DE CADA
      * VEICULO; PNEU EM ESTOQUE OU DESCARTADO TEM A LOCALIZACAO EM
      * BRANCO. CADASTRADO NO CADPNEU, MOVIMENTADO NO MOVPNEU.
      *-----------------------------------------------------------------
       SELECT PNEU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PNU-FOGO
                    ALTERNATE RECORD KEY IS PNU-LOCALIZ
                                                      WITH DUPLICATES
                    FILE STATUS  IS ST-PNU.
