      *-----------------------------------------------------------------
      * CPYPAUR - REGISTRO DO CONTROLE DE PAUTAS (PAUTA.DAT). DATAS EM
      * AAAAMMDD. PAU-RECEB ZERADO = PAUTA AINDA NAO ENTREGUE;
      * PAU-LINHAS CONTA AS NOTAS DA PAUTA JA CARREGADAS. PAU-PROF EM
      * BRANCO = TURMA SEM PROFESSOR QUANDO A PAUTA FOI GERADA.
      *-----------------------------------------------------------------
       FD PAUTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAUTA.DAT".
       01 REGPAU.
                03 PAU-CHAVE.
                    05 PAU-ANO         PIC 9(04).
                    05 PAU-DISCIPLINA  PIC X(20).
                    05 PAU-TURMA       PIC X(03).
                    05 PAU-BIM         PIC 9(01).
                03 PAU-PROF            PIC X(05).
                03 PAU-PRAZO           PIC 9(08).
                03 PAU-RECEB           PIC 9(08).
                03 PAU-LINHAS          PIC 9(04).
