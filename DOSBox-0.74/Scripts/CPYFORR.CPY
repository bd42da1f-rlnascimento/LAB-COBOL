      *-----------------------------------------------------------------
      * CPYFORR - REGISTRO DO CADASTRO DE FORNECEDORES (FORNEC.DAT).
      * FOR-TIPDOC: J=CNPJ (14 DIGITOS) F=CPF (11 DIGITOS EM FOR-CPF).
      * FOR-TIPO: O=OFICINA P=POSTO S=SEGURADORA D=DESPACHANTE
      * B=BUFFET G=GUINCHO X=OUTROS. O LOGRADOURO VEM DO CEP.DAT PELO
      * FOR-CODCEP; NUMERO E COMPLEMENTO FICAM NO PROPRIO REGISTRO.
      * FOR-SITUACAO: A=ATIVO I=INATIVO (NAO PODE MAIS SER ESCOLHIDO).
      * O FOR-DOC E O CODIGO DO FORNECEDOR GRAVADO NOS LANCAMENTOS
      * (MNT-CODFOR, ABA-CODFOR, SEG-CODFOR, DSP-CODFOR).
      *-----------------------------------------------------------------
       FD FORNEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORNEC.DAT".
       01 REGFOR.
                03 FOR-DOC             PIC 9(14).
                03 FOR-DOC-R REDEFINES FOR-DOC.
                    05 FILLER          PIC 9(03).
                    05 FOR-CPF         PIC 9(11).
                03 FOR-TIPDOC          PIC X(01).
                03 FOR-RAZAO           PIC X(40).
                03 FOR-FANTASIA        PIC X(30).
                03 FOR-TIPO            PIC X(01).
                03 FOR-CODCEP          PIC 9(08).
                03 FOR-NUMERO          PIC X(06).
                03 FOR-COMPL           PIC X(15).
                03 FOR-CONTATO         PIC X(25).
                03 FOR-FONE.
                    05 FOR-DDD         PIC 9(03).
                    05 FOR-NUMFONE     PIC 9(09).
                03 FOR-EMAIL           PIC X(35).
                03 FOR-SITUACAO        PIC X(01).
