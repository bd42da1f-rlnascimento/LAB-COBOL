      *-----------------------------------------------------------------
      * CPYRSPR - REGISTRO DO CADASTRO DE RESPONSAVEIS FINANCEIROS
      * (RESPONS.DAT). O LOGRADOURO VEM DO CEP.DAT PELO RSP-CODCEP;
      * NUMERO E COMPLEMENTO FICAM EM ENDCOMPL.DAT PELO CPF, COMO NOS
      * DEMAIS CADASTROS. OS FILHOS APONTAM PARA CA PELO CPFRESP DO
      * ALUNO (CPYALUR).
      *-----------------------------------------------------------------
       FD RESPONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESPONS.DAT".
       01 REGRSP.
                03 RSP-CPF             PIC 9(11).
                03 RSP-NOME            PIC X(35).
                03 RSP-CODCEP          PIC 9(08).
                03 RSP-EMAIL           PIC X(35).
                03 RSP-FONE.
                    05 RSP-DDD         PIC 9(03).
                    05 RSP-NUMFONE     PIC 9(09).
