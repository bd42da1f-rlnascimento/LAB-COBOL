      *-----------------------------------------------------------------
      * CPYMTVR - REGISTRO DA TABELA DE MOTIVOS DE VIAGEM
      * (MOTVIAG.DAT). MTV-TIPO: N=NEGOCIO (KM A SERVICO), P=PARTICULAR
      * (KM COBRAVEL DO MOTORISTA NO FATALOC). MTV-SITUACAO: A=ATIVO,
      * I=INATIVO (NAO E MAIS ACEITO, MAS OS TRECHOS ANTIGOS CONTINUAM
      * COM ELE).
      *-----------------------------------------------------------------
       FD MOTVIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOTVIAG.DAT".
       01 REGMTV.
                03 MTV-COD             PIC 9(02).
                03 MTV-DESC            PIC X(20).
                03 MTV-TIPO            PIC X(01).
                03 MTV-SITUACAO        PIC X(01).
