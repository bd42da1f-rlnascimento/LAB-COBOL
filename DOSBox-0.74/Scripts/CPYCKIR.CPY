      *-----------------------------------------------------------------
      * CPYCKIR - REGISTRO DA TABELA DE ITENS DA VISTORIA
      * (CHKITEM.DAT). CKI-TIPO: N=NIVEL EM OITAVOS (0 A 8, COMO O
      * MARCADOR DE COMBUSTIVEL), C=CONDICAO (B=BOM, R=REGULAR,
      * D=DEFEITO OU FALTA). CKI-SITUACAO: A=ATIVO, I=INATIVO (NAO E
      * MAIS PERGUNTADO, MAS AS VISTORIAS ANTIGAS CONTINUAM COM ELE).
      *-----------------------------------------------------------------
       FD CHKITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CHKITEM.DAT".
       01 REGCKI.
                03 CKI-COD             PIC 9(02).
                03 CKI-DESC            PIC X(25).
                03 CKI-TIPO            PIC X(01).
                03 CKI-SITUACAO        PIC X(01).
