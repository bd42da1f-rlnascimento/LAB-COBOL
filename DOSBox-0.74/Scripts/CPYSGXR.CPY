      *-----------------------------------------------------------------
      * CPYSGXR - REGISTRO DO CADASTRO DE EXCECOES DE SEGURANCA
      * (SEGEXC.DAT). SGX-TIPO:
      *   HO - ALTERACOES FORA DO EXPEDIENTE, EM FERIADO OU FIM DE
      *        SEMANA
      *   EX - EXCLUSOES DO OPERADOR NO DIA ACIMA DO LIMITE
      *   NT - ALTERACOES DE NOTA DO OPERADOR NO DIA ACIMA DO LIMITE
      *   AP - SUPERVISOR QUE APROVOU A PROPRIA EXCLUSAO NO APREXC
      *   LF - ENTRADA ACEITA LOGO DEPOIS DE SENHAS RECUSADAS SEGUIDAS
      *   NF - MATRICULA (NOTAS) ALTERADA DEPOIS DO FECHAMENTO DO TERMO
      *   DS - ATIVIDADE COM CODIGO DESATIVADO EM OPERADOR.DAT
      * SGX-SITUACAO: P = PENDENTE DE REVISAO, R = REVISADA. DATAS EM
      * AAAAMMDD.
      *-----------------------------------------------------------------
       FD SEGEXC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGEXC.DAT".
       01 REGSGX.
                03 SGX-CHAVE.
                    05 SGX-DATA        PIC 9(08).
                    05 SGX-TIPO        PIC X(02).
                    05 SGX-OPER        PIC X(12).
                    05 SGX-REF         PIC X(20).
                03 SGX-DESCR           PIC X(60).
                03 SGX-GERADA          PIC 9(08).
                03 SGX-SITUACAO        PIC X(01).
                03 SGX-COMENT          PIC X(60).
                03 SGX-REVOPER         PIC X(12).
                03 SGX-REVDATA         PIC 9(08).
