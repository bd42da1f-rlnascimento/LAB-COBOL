      *-----------------------------------------------------------------
      * CPYRPAS - SELECT DAS PARADAS DO TRANSPORTE ESCOLAR
      * (PARADA.DAT). UM REGISTRO POR ALUNO E ROTA, COM O ENDERECO DE
      * EMBARQUE (CEP DO CEP.DAT + NUMERO E COMPLEMENTO), O TURNO E A
      * VIGENCIA EM COMPETENCIAS. A CHAVE COMECA PELO ALUNO PARA O
      * GERAMENS ACHAR DIRETO AS ROTAS DE QUEM ESTA GERANDO; A FOLHA
      * DA VAN (RELROTA) ORDENA POR BAIRRO/CEP. MANTIDO EM CADPARAD.
      *-----------------------------------------------------------------
       SELECT PARADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPA-CHAVE
                    FILE STATUS  IS ST-RPA.
