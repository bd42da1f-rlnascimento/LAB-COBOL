      *-----------------------------------------------------------------
      * CPYDSPR - REGISTRO DO ARQUIVO DE DESPESAS DE EVENTOS
      * (DESPEVE.DAT). DSP-CATEG E A CATEGORIA DE GCT-TAB (CPYGCTW).
      * DATA DO PAGAMENTO EM AAAAMMDD. DSP-CODFOR E O CNPJ/CPF DO
      * FORNECEDOR EM FORNEC.DAT; DSP-FORNEC GUARDA O NOME FANTASIA.
      *-----------------------------------------------------------------
       FD DESPEVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPEVE.DAT".
       01 REGDSP.
                03 DSP-CHAVE.
                    05 DSP-EVENTO      PIC 9(03).
                    05 DSP-SEQ         PIC 9(04).
                03 DSP-CATEG           PIC 9(01).
                03 DSP-FORNEC          PIC X(30).
                03 DSP-DOCTO           PIC X(12).
                03 DSP-VALOR           PIC 9(06)V99.
                03 DSP-DATAPAG         PIC 9(08).
                03 DSP-OPERADOR        PIC X(12).
                03 DSP-CODFOR          PIC 9(14).
