      * FILVALID) E REGRAVADA NO PROPRIO REGISTRO DE ALUNO.DAT, E
      * COMO MATRICUL.DAT, HISTORIC.DAT, MENSALID.DAT E CHAMADA.DAT
      * SAO TODOS PRESOS PELO MESMO CODALU, O HISTORICO INTEIRO
      * ACOMPANHA SOZINHO. A MOVIMENTACAO SAI EM AUDIT.TXT E EM
      * MOVALU.DAT (TIPO F, COM AS DUAS FILIAIS NO MOTIVO - E DE LA
      * QUE O EDUCENSO TIRA O ALUNO TRANSFERIDO DA ESCOLA DE ORIGEM),
      * E A GUIA DE TRANSFERENCIA E IMPRESSA NO SPOOL PARA A
      * SECRETARIA QUE RECEBE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-FILANT     PIC 9(02) VALUE ZEROS.
       77 W-FILOKN     PIC X(01) VALUE "N".
       77 W-SPLABERTO  PIC X(01) VALUE "N".
      *        MOVIMENTACAO DE ALUNOS (MOVALU.DAT VIA MVAREG)
       77 W-MVATIPO    PIC X(01) VALUE "F".
       77 W-MVAMOT     PIC X(30) VALUE SPACES.
       77 W-MVAOK      PIC X(01) VALUE "N".
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
                MOVE "TRANSFER"   TO AUD-ACAO
                MOVE CODALU       TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE SPACES TO W-MVAMOT
                STRING "DA FILIAL " W-FILANT " PARA " W-FILNOVA
                       DELIMITED BY SIZE INTO W-MVAMOT
                CALL "MVAREG" USING CODALU W-MVATIPO W-DATAUD W-MVAMOT
                                    W-OPERADOR W-MVAOK
                ADD 1 TO W-TRANSF
                PERFORM GUIA-IMPRIME THRU GUIA-IMPRIME-FIM
                MOVE "*** TRANSFERIDO - GUIA NO SPOOL ***" TO MENS
