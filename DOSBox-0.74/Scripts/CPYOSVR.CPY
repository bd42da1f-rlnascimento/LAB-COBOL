      *-----------------------------------------------------------------
      * CPYOSVR - REGISTRO DO ARQUIVO DE ORDENS DE SERVICO
      * (ORDSERV.DAT). DATAS EM AAAAMMDD. OSV-SITUACAO:
      *   A = ABERTA, AGUARDANDO O ORCAMENTO DA OFICINA
      *   O = ORCADA, AGUARDANDO APROVACAO DO SUPERVISOR
      *   P = ORCAMENTO APROVADO, SERVICO EM EXECUCAO
      *   R = ORCAMENTO RECUSADO (A OFICINA PODE REORCAR)
      *   F = FECHADA COM A NOTA FISCAL (GEROU A MANUTENCAO EM
      *       MANUVEIC.DAT - OSV-MNTSEQ E O SEQ DELA NO DIA)
      *   C = CANCELADA
      * A, O, P E R PRENDEM O VEICULO NA OFICINA (SEM SAIDA NEM
      * RESERVA). OSV-DATAFEC E O FIM DA PARADA (FECHAMENTO OU
      * CANCELAMENTO). OSV-CODFOR E O CNPJ/CPF DA OFICINA EM
      * FORNEC.DAT.
      *-----------------------------------------------------------------
       FD ORDSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORDSERV.DAT".
       01 REGOSV.
                03 OSV-NUMERO          PIC 9(06).
                03 OSV-PLACA           PIC X(07).
                03 OSV-TIPO            PIC X(01).
                03 OSV-PROBLEMA        PIC X(40).
                03 OSV-CODFOR          PIC 9(14).
                03 OSV-ODOMETRO        PIC 9(07).
                03 OSV-DATAABE         PIC 9(08).
                03 OSV-OPERABE         PIC X(12).
                03 OSV-ORCVALOR        PIC 9(06)V99.
                03 OSV-ORCPRAZO        PIC 9(03).
                03 OSV-DATAORC         PIC 9(08).
                03 OSV-DATAAPR         PIC 9(08).
                03 OSV-APROVADOR       PIC X(12).
                03 OSV-NFNUM           PIC X(12).
                03 OSV-VALORNF         PIC 9(06)V99.
                03 OSV-DATAFEC         PIC 9(08).
                03 OSV-MNTSEQ          PIC 9(02).
                03 OSV-SITUACAO        PIC X(01).
