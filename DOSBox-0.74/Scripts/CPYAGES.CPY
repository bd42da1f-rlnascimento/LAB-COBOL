      * UM REGISTRO POR AMIGO, COM A DATA DO PROXIMO CONTATO E A
      * ORIGEM (M=MARCADA A MAO AO FECHAR UM CONTATO NO CADCONT,
      * S=SUGERIDA PELO AGESUGER A PARTIR DO ULTIMO CTT-DATA + O
      * INTERVALO DO TIPO DE AMIGO, D=COBRANCA DE ITEM EMPRESTADO EM
      * ATRASO, POSTA PELO RELEMPR, E=LIGAR PARA PEDIR O NOVO EMAIL
      * DE QUEM TEVE O EMAIL DEVOLVIDO, POSTA PELO EMLRET). A LISTA DE
      * TRABALHO DA MANHA SAI NO RELAGEN. A SUGESTAO NUNCA ATROPELA
      * UMA DATA MARCADA A MAO, UMA COBRANCA DE DEVOLUCAO NEM A
      * LIGACAO DO EMAIL ENQUANTO ELE CONTINUAR DEVOLVIDO.
      *-----------------------------------------------------------------
       SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
