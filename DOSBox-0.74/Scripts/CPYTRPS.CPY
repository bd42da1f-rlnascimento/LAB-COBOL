      *-----------------------------------------------------------------
      * CPYTRPS - SELECT DO ARQUIVO DE PECAS DA MALA DIRETA PARA A
      * TRIAGEM POSTAL (TRIPECA.TXT). GRAVADO PELOS PROGRAMAS DE
      * CORRESPONDENCIA (RELETIQ, CARTAMIG, EVNCARTA, COBRANCA) QUANDO
      * O OPERADOR PEDE TRIAGEM, UMA LINHA DE ARQUIVO POR LINHA DE
      * PECA, E LIDO PELO TRIAGEM.COB, QUE IMPRIME AS PECAS EM ORDEM
      * DE CEP COM OS SEPARADORES DE MALOTE E A LISTA DE POSTAGEM.
      *-----------------------------------------------------------------
       SELECT TRIPECA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRP.
