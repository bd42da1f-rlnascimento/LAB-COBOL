      *-----------------------------------------------------------------
      * CPYRCLR - REGISTRO DA CAMPANHA DE RECALL (RECALL.DAT).
      * RCL-CODMODELO: MODELO DO CATALOGO (MODELO.DAT) NA MARCA
      * RCL-MARCA; ZEROS = TODOS OS MODELOS DA MARCA. RCL-ANOINI/FIM:
      * FAIXA DE ANO-MODELO; ZEROS = SEM FAIXA DE ANO. RCL-CHASINI/FIM:
      * FAIXA DE CHASSI; BRANCOS = SEM FAIXA DE CHASSI. COM FAIXA, O
      * VEICULO SEM ANO-MODELO OU SEM CHASSI NAO E VINCULADO (VAI PARA
      * A CONFERENCIA DO RECALJOB). RCL-SITUACAO: A=ATIVA, E=ENCERRADA
      * (NAO VINCULA MAIS).
      *-----------------------------------------------------------------
       FD RECALL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECALL.DAT".
       01 REGRCL.
                03 RCL-CAMPANHA        PIC X(15).
                03 RCL-MARCA           PIC 9(01).
                03 RCL-CODMODELO       PIC 9(03).
                03 RCL-ANOINI          PIC 9(04).
                03 RCL-ANOFIM          PIC 9(04).
                03 RCL-CHASINI         PIC X(17).
                03 RCL-CHASFIM         PIC X(17).
                03 RCL-DESC            PIC X(40).
                03 RCL-DATAINI         PIC 9(08).
                03 RCL-SITUACAO        PIC X(01).
                03 RCL-OPERADOR        PIC X(12).
