      *-----------------------------------------------------------------
      * CPYPDGR - REGISTRO DO ARQUIVO DE PASSAGENS DE PEDAGIO
      * (PEDAGIO.DAT). DATAS EM AAAAMMDD, HORAS EM HHMMSS.
      * PDG-SITUACAO: A = ATRIBUIDA A ALOCACAO ABERTA NO MOMENTO DA
      * PASSAGEM (PDG-CPF/PDG-NOME DO TOMADOR, PDG-ALOSAI = DATA+HORA
      * DA SAIDA, O RESTO DA CHAVE DA ALOCACAO EM ALOCA.DAT);
      * E = EXCECAO, SEM ALOCACAO (O CARRO DEVIA ESTAR NA GARAGEM).
      * A EXCECAO E TENTADA DE NOVO SE O EXTRATO FOR RECARREGADO.
      *-----------------------------------------------------------------
       FD PEDAGIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDAGIO.DAT".
       01 REGPDG.
                03 PDG-CHAVE.
                    05 PDG-PLACA       PIC X(07).
                    05 PDG-DATA        PIC 9(08).
                    05 PDG-HORA        PIC 9(06).
                03 PDG-PRACA           PIC X(30).
                03 PDG-VALOR           PIC 9(05)V99.
                03 PDG-SITUACAO        PIC X(01).
                03 PDG-CPF             PIC 9(11).
                03 PDG-NOME            PIC X(35).
                03 PDG-ALOSAI          PIC 9(14).
                03 PDG-DATAIMP         PIC 9(08).
