      *-----------------------------------------------------------------
      * CPYAVSW - CAMPOS DA CHAMADA AO AVISGRV (CAIXA DE AVISOS DOS
      * OPERADORES, AVISO.DAT). O PROGRAMA QUE QUER AVISAR ALGUEM POE
      * O TIPO DO DESTINATARIO (O = OPERADOR, N = NIVEL, F = FILIAL)
      * EM W-AVSDTIPO, O CODIGO/NIVEL/FILIAL EM W-AVSDEST, A
      * PRIORIDADE (1 ALTA, 2 MEDIA, 3 BAIXA), O NOME DO PROGRAMA, A
      * CHAVE DO REGISTRO E O TEXTO, E CHAMA:
      *   CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
      *                        W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK
      * W-AVSOK VOLTA G (GRAVADO), A (JA PENDENTE - TEXTO ATUALIZADO),
      * C (JA CONCLUIDO - NAO REPETE) OU N (SEM GRAVAR).
      *-----------------------------------------------------------------
       77 W-AVSDTIPO     PIC X(01) VALUE SPACES.
       77 W-AVSDEST      PIC X(12) VALUE SPACES.
       77 W-AVSPRIOR     PIC 9(01) VALUE 2.
       77 W-AVSPROG      PIC X(08) VALUE SPACES.
       77 W-AVSCHREG     PIC X(35) VALUE SPACES.
       77 W-AVSTEXTO     PIC X(60) VALUE SPACES.
       77 W-AVSOK        PIC X(01) VALUE "N".
