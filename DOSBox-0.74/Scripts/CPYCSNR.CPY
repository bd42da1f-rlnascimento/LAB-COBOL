      *-----------------------------------------------------------------
      * CPYCSNR - REGISTRO DO CADASTRO DE CONSENTIMENTO (CONSENT.DAT).
      * CSN-CANAL: C=CARTA E=EMAIL T=TELEFONE M=MENSAGEM (SMS/WHATSAPP).
      * CSN-FINAL: A=ANIVERSARIO E=EVENTOS M=MALA DIRETA.
      * CSN-SITUACAO: S=AUTORIZA N=NAO QUER MAIS RECEBER.
      * CSN-MEIO (COMO FOI OBTIDO): F=FORMULARIO ASSINADO T=TELEFONE
      * P=PESSOALMENTE E=EMAIL M=MENSAGEM. CSN-DATA EM AAAAMMDD.
      *-----------------------------------------------------------------
       FD CONSENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSENT.DAT".
       01 REGCSN.
                03 CSN-CHAVE.
                    05 CSN-APELIDO     PIC X(12).
                    05 CSN-CANAL       PIC X(01).
                    05 CSN-FINAL       PIC X(01).
                03 CSN-SITUACAO        PIC X(01).
                03 CSN-DATA            PIC 9(08).
                03 CSN-DATA-R REDEFINES CSN-DATA.
                    05 CSN-DATA-ANO    PIC 9(04).
                    05 CSN-DATA-MES    PIC 9(02).
                    05 CSN-DATA-DIA    PIC 9(02).
                03 CSN-MEIO            PIC X(01).
                03 CSN-OBS             PIC X(30).
                03 CSN-OPERADOR        PIC X(12).
