      *-----------------------------------------------------------------
      * CPYMOTW - MOTIVOS DE RESOLUCAO DAS PENDENCIAS DA CONCILIACAO
      * BANCARIA (CONCPEN.DAT). POR MOTIVO: CODIGO, LADO EM QUE VALE
      * (E=EXTRATO, L=LIVRO, A=AMBOS), TIPO (L=ACERTA O LIVRO E SAI DA
      * LISTA, J=SO JUSTIFICA E CONTINUA ABERTA) E DESCRICAO.
      *-----------------------------------------------------------------
       01 MOT-TABELA.
            03 FILLER PIC X(32) VALUE "01ELTARIFA OU ENCARGO BANCARIO".
            03 FILLER PIC X(32) VALUE "02ELRENDIMENTO OU JUROS".
            03 FILLER PIC X(32) VALUE "03ELLANCADO FORA DO SISTEMA".
            03 FILLER PIC X(32) VALUE "04AJEM TRANSITO".
            03 FILLER PIC X(32) VALUE "05AJNAO COMPENSADO".
            03 FILLER PIC X(32) VALUE "06EJERRO DO BANCO A ESTORNAR".
            03 FILLER PIC X(32) VALUE "07AJEM APURACAO".
            03 FILLER PIC X(32) VALUE "08LLESTORNADO NO LIVRO".
       01 MOT-TABELA-R REDEFINES MOT-TABELA.
            03 MOT-ITEM OCCURS 8 TIMES.
                05 MOT-COD      PIC 9(02).
                05 MOT-LADO     PIC X(01).
                05 MOT-TIPO     PIC X(01).
                05 MOT-DESC     PIC X(28).
       77 MOT-QTD       PIC 9(02) VALUE 8.
