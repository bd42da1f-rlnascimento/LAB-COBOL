      *-----------------------------------------------------------------
      * CPYMVAR - REGISTRO DO ARQUIVO DE MOVIMENTACAO DE ALUNOS
      * (MOVALU.DAT). MVA-TIPO: E = ENTRADA (INCLUSAO NO P201621A OU
      * APROVACAO DA PRE-MATRICULA), C = CANCELAMENTO, T = TRANCAMENTO,
      * R = RETORNO (OS TRES PELO CADSAIDA), F = TRANSFERENCIA ENTRE
      * FILIAIS (TRFALUNO; MOTIVO "DA FILIAL nn PARA nn").
      *-----------------------------------------------------------------
       FD MOVALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVALU.DAT".
       01 REGMVA.
                03 MVA-CHAVE.
                    05 MVA-DATA        PIC 9(08).
                    05 MVA-CODALU      PIC 9(05).
                    05 MVA-SEQ         PIC 9(02).
                03 MVA-TIPO            PIC X(01).
                03 MVA-MOTIVO          PIC X(30).
                03 MVA-OPERADOR        PIC X(12).
