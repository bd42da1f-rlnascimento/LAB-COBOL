      *-----------------------------------------------------------------
      * CPYPENR - REGISTRO DAS PENDENCIAS DA CONCILIACAO (CONCPEN.DAT)
      * PEN-SITUACAO: A=ABERTA SEM MOTIVO, J=JUSTIFICADA (CONTINUA
      * EXPLICANDO A DIFERENCA ATE O PAR APARECER), L=ACERTADA NO
      * LIVRO (LADO E: O LANCAMENTO DO BANCO ENTRA NO SALDO DO LIVRO;
      * LADO L: O MOVIMENTO SAI DO SALDO DO LIVRO). O TIPO DO MOTIVO
      * (CPYMOTW) DECIDE ENTRE J E L.
      *-----------------------------------------------------------------
       FD CONCPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCPEN.DAT".
       01 REGPEN.
                03 PEN-CHAVE.
                    05 PEN-BANCO       PIC 9(02).
                    05 PEN-LADO        PIC X(01).
                    05 PEN-REF         PIC X(40).
                03 PEN-DATA            PIC 9(08).
                03 PEN-TIPO            PIC X(01).
                03 PEN-VALOR           PIC 9(11)V99.
                03 PEN-DESC            PIC X(30).
                03 PEN-SITUACAO        PIC X(01).
                03 PEN-MOTIVO          PIC 9(02).
                03 PEN-OBS             PIC X(30).
                03 PEN-OPER            PIC X(12).
                03 PEN-DATARES         PIC 9(08).
                03 PEN-DATAINC         PIC 9(08).
