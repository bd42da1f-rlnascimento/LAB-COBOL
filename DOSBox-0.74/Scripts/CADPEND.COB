      * TELA PARA O OPERADOR TRABALHAR A LISTA DE DEPENDENTES ANOTADA
      * POR CADCEP (PND-SCAN) QUANDO UM CEP E ALTERADO OU EXCLUIDO:
      * CADA PENDENCIA E EXIBIDA UMA A UMA E, DEPOIS DE CORRIGIR O
      * REGISTRO NO CADASTRO DE ORIGEM (AMIGO, VEICULO, FORNECEDOR,
      * RESPONSAVEL OU PARADA DO TRANSPORTE), O OPERADOR DA A BAIXA
      * COM F2, QUE REMOVE A PENDENCIA E REGISTRA A BAIXA EM
      * AUDIT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
