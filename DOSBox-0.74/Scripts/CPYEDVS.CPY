      *-----------------------------------------------------------------
      * CPYEDVS - SELECT DO CADASTRO DE EMAILS DEVOLVIDOS
      * (EMAILDEV.DAT): UM REGISTRO POR AMIGO CUJO EMAIL VOLTOU COM
      * DEVOLUCAO DEFINITIVA (HARD BOUNCE) NO RETORNO DO PROVEDOR
      * (EMLRET), COM O ENDERECO QUE VOLTOU, AS DATAS E A QUANTIDADE.
      * SO VALE ENQUANTO O EMAIL DO AMIGO EM AMIGO.DAT FOR O MESMO
      * DEVOLVIDO: CORRIGIDO O CADASTRO, O AMIGO VOLTA A RECEBER EMAIL.
      * UMA ENTREGA NO MESMO ENDERECO TAMBEM APAGA O REGISTRO.
      *-----------------------------------------------------------------
       SELECT EMAILDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EDV-APELIDO
                    FILE STATUS  IS ST-EDV.
