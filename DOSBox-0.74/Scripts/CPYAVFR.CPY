      *-----------------------------------------------------------------
      * CPYAVFR - REGISTRO DO CONTROLE DE AVISOS DE FALTA
      * (AVISOFAL.DAT). AVF-FONE E O FONERESP DO ALUNO NA GERACAO;
      * AVF-DISCIPLINAS SAO AS DISCIPLINAS EM QUE ELE FALTOU NO DIA,
      * SEPARADAS POR VIRGULA. AVF-SITUACAO: E = ENVIADO, AGUARDANDO
      * RETORNO; D = ENTREGUE; F = FALHOU (AVF-MOTIVO DO PROVEDOR) -
      * A SECRETARIA LIGA PARA A FAMILIA. AVF-RETORNO E A DATA EM QUE
      * O RETORNO FOI PROCESSADO (AAAAMMDD).
      *-----------------------------------------------------------------
       FD AVISOFAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISOFAL.DAT".
       01 REGAVF.
                03 AVF-CHAVE.
                    05 AVF-DATA        PIC 9(08).
                    05 AVF-CODALU      PIC 9(05).
                03 AVF-FONE.
                    05 AVF-DDD         PIC 9(03).
                    05 AVF-NUMFONE     PIC 9(09).
                03 AVF-QTDDIS          PIC 9(02).
                03 AVF-DISCIPLINAS     PIC X(60).
                03 AVF-SITUACAO        PIC X(01).
                03 AVF-MOTIVO          PIC X(30).
                03 AVF-RETORNO         PIC 9(08).
