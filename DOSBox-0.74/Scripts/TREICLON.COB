       01 TRN-ALU-REG.
                03 TRN-ALU-COD     PIC 9(05).
                03 TRN-ALU-NOME    PIC X(30).
                03 FILLER          PIC X(42).
      *
       FD TRNMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO\MATRICUL.DAT".
       01 TRN-MAT-REG.
                03 TRN-MAT-CHAVE   PIC X(25).
                03 FILLER          PIC X(27).
      *
       FD TRNMEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO\MENSALID.DAT".
       01 TRN-MEN-REG.
                03 TRN-MEN-CHAVE   PIC X(11).
                03 FILLER          PIC X(51).
      *
       FD TRNVEI
               LABEL RECORD IS STANDARD
       01 TRN-VEI-REG.
                03 TRN-VEI-PLACA   PIC X(07).
                03 TRN-VEI-PROP    PIC X(35).
                03 FILLER          PIC X(81).
      *
       FD TRNOPR
               LABEL RECORD IS STANDARD
