      *-----------------------------------------------------------------
      * CPYEXAR - REGISTRO DO ARQUIVO DE EX-ALUNOS (EXALUNO.DAT).
      * EXA-SITUACAO: P=PROPOSTA PENDENTE, C=AMIGO CRIADO, V=VINCULADO
      * A UM AMIGO QUE JA EXISTIA, R=RECUSADA (MOTIVO EM EXA-MOTREJ).
      * EXA-SUSPEITO E O APELIDO DO AMIGO QUE PODE SER A MESMA PESSOA,
      * ACHADO PELO EXALUPRO: EXA-CRITERIO C = MESMO CPF (O CPF DO
      * NOME ACHADO EM CPFINDEX.DAT), F = MESMA CHAVE FONETICA.
      * EXA-APELIDO E O AMIGO CRIADO OU VINCULADO (BRANCO NA PROPOSTA)
      * E EXA-APESUG O APELIDO SUGERIDO (PRIMEIRO NOME DO ALUNO).
      *-----------------------------------------------------------------
       FD EXALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXALUNO.DAT".
       01 REGEXA.
                03 EXA-CODALU          PIC 9(05).
                03 EXA-NOME            PIC X(30).
                03 EXA-TERMO           PIC X(06).
                03 EXA-FONKEY          PIC X(08).
                03 EXA-FONE.
                    05 EXA-DDD         PIC 9(03).
                    05 EXA-NUMFONE     PIC 9(09).
                03 EXA-CPF             PIC 9(11).
                03 EXA-FILIAL          PIC 9(02).
                03 EXA-SUSPEITO        PIC X(12).
                03 EXA-CRITERIO        PIC X(01).
                03 EXA-DATAPROP        PIC 9(08).
                03 EXA-APESUG          PIC X(12).
                03 EXA-SITUACAO        PIC X(01).
                03 EXA-APELIDO         PIC X(12).
                03 EXA-DATACONF        PIC 9(08).
                03 EXA-OPERADOR        PIC X(12).
                03 EXA-MOTREJ          PIC X(30).
