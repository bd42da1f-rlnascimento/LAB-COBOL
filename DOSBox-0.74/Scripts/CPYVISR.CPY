      *-----------------------------------------------------------------
      * CPYVISR - REGISTRO DAS VISTORIAS (VISTORIA.DAT). VIS-ALOCHAVE
      * E A CHAVE DA ALOCACAO (PLACA+DATA+HORA DA SAIDA). VIS-MOMENTO:
      * S=SAIDA, R=RETORNO. VIS-RESP E A RESPOSTA DO ITEM CONFORME O
      * TIPO DELE NA CHKITEM.DAT (0-8 OU B/R/D).
      *-----------------------------------------------------------------
       FD VISTORIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VISTORIA.DAT".
       01 REGVIS.
                03 VIS-CHAVE.
                    05 VIS-ALOCHAVE    PIC X(21).
                    05 VIS-MOMENTO     PIC X(01).
                    05 VIS-ITEM        PIC 9(02).
                03 VIS-RESP            PIC X(01).
                03 VIS-DATA            PIC 9(08).
                03 VIS-OPERADOR        PIC X(12).
