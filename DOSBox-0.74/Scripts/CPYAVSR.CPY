      *-----------------------------------------------------------------
      * CPYAVSR - REGISTRO DA CAIXA DE AVISOS (AVISO.DAT).
      * A CHAVE COMECA PELO DESTINATARIO, PARA A CAIXA DE CADA UM SER
      * LIDA SO COM START:
      *   AVS-DTIPO O = UM OPERADOR (AVS-DEST = OPR-COD)
      *             N = UM NIVEL   (AVS-DEST = O OU S, DO OPR-NIVEL)
      *             F = UMA FILIAL (AVS-DEST = FILIAL COM 2 DIGITOS)
      * AVS-PRIOR 1 = ALTA, 2 = MEDIA, 3 = BAIXA. AVS-PROG E AVS-CHREG
      * DIZEM QUEM GEROU E SOBRE QUE REGISTRO - O AVISGRV NAO REPETE
      * AVISO DO MESMO PROGRAMA E REGISTRO PARA O MESMO DESTINATARIO.
      * AVS-SITU N = NAO LIDO, L = LIDO (JA APARECEU NA JANELA DE
      * ALGUEM), C = CONCLUIDO (BAIXADO). AVISO ESCALADO PELO AVISESC
      * VAI PARA O NIVEL S COM AVS-ESCAL = S E O DESTINATARIO ORIGINAL
      * EM AVS-ORIGEM.
      *-----------------------------------------------------------------
       FD AVISO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISO.DAT".
       01 REGAVS.
                03 AVS-CHAVE.
                    05 AVS-DTIPO       PIC X(01).
                    05 AVS-DEST        PIC X(12).
                    05 AVS-DATA        PIC 9(08).
                    05 AVS-SEQ         PIC 9(04).
                03 AVS-HORA            PIC 9(06).
                03 AVS-PRIOR           PIC 9(01).
                03 AVS-PROG            PIC X(08).
                03 AVS-CHREG           PIC X(35).
                03 AVS-TEXTO           PIC X(60).
                03 AVS-SITU            PIC X(01).
                03 AVS-LIDODT          PIC 9(08).
                03 AVS-LIDOPR          PIC X(12).
                03 AVS-CONCDT          PIC 9(08).
                03 AVS-CONCOPR         PIC X(12).
                03 AVS-ESCAL           PIC X(01).
                03 AVS-ORIGEM.
                    05 AVS-ORITIPO     PIC X(01).
                    05 AVS-ORIDEST     PIC X(12).
