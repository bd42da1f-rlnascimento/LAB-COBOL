      *-----------------------------------------------------------------
      * CPYCTAR - REGISTRO DO ARQUIVO DE CONTATOS COM A FAMILIA DO
      * ALUNO (CONTALU.DAT). CTA-TIPO: L=LIGACAO, E=EMAIL, V=VISITA,
      * R=REUNIAO NA ESCOLA. CTA-NOTA E O QUE FOI COMBINADO.
      *-----------------------------------------------------------------
       FD CONTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTALU.DAT".
       01 REGCTA.
                03 CTA-CHAVE.
                    05 CTA-CODALU      PIC 9(05).
                    05 CTA-DATA.
                        07 CTA-DATA-ANO PIC 9(04).
                        07 CTA-DATA-MES PIC 9(02).
                        07 CTA-DATA-DIA PIC 9(02).
                    05 CTA-HORA        PIC 9(06).
                03 CTA-TIPO            PIC X(01).
                03 CTA-NOTA            PIC X(40).
                03 CTA-OPERADOR        PIC X(12).
