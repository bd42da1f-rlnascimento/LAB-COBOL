      *-----------------------------------------------------------------
      * CPYRSPW - CAMPOS DE TRABALHO DA BUSCA DO RESPONSAVEL
      * FINANCEIRO (VER CPYRSPP). DEPOIS DO RSP-BUSCA, W-RSPCPF,
      * W-RSPNOME, W-RSPFONE E O ENDERECO (W-RSPLOGR, W-RSPBAIRRO,
      * W-RSPCIDADE, W-RSPUF, W-RSPCEP) DESCREVEM QUEM PAGA A
      * MENSALIDADE DO ALUNO CORRENTE.
      *-----------------------------------------------------------------
       77 ST-RSP       PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 W-RSPDISP    PIC X(01) VALUE "N".
       77 W-RSPCEPDISP PIC X(01) VALUE "N".
       77 W-RSPCPF     PIC 9(11) VALUE ZEROS.
       77 W-RSPNOME    PIC X(35) VALUE SPACES.
       77 W-RSPEMAIL   PIC X(35) VALUE SPACES.
       01 W-RSPFONE.
                03 W-RSPDDD     PIC 9(03) VALUE ZEROS.
                03 W-RSPNUMFONE PIC 9(09) VALUE ZEROS.
       77 W-RSPLOGR    PIC X(35) VALUE SPACES.
       77 W-RSPBAIRRO  PIC X(20) VALUE SPACES.
       77 W-RSPCIDADE  PIC X(20) VALUE SPACES.
       77 W-RSPUF      PIC X(02) VALUE SPACES.
       77 W-RSPCEP     PIC 9(08) VALUE ZEROS.
