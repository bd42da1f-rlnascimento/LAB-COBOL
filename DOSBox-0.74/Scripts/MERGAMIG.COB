      *   - O CPF DO PERDEDOR EM CPFINDEX.DAT PASSA A APONTAR O NOME
      *     SOBREVIVENTE;
      *   - O APELIDO ANTIGO FICA ACHAVEL EM ALIAS.DAT;
      *   - OS VINCULOS DO PERDEDOR EM RELACAO.DAT (DOS DOIS LADOS)
      *     PASSAM PARA O SOBREVIVENTE (CPYRLCP);
      *   - OS CONSENTIMENTOS DO PERDEDOR EM CONSENT.DAT PASSAM PARA O
      *     SOBREVIVENTE; QUANDO OS DOIS TEM REGISTRO PARA O MESMO
      *     CANAL E FINALIDADE, O "N" (NAO QUER MAIS RECEBER) GANHA.
      *     CADA MUDANCA VAI PARA CONSHIST.TXT COMO NO CADCONS E OS
      *     REGISTROS DO PERDEDOR SAO EXCLUIDOS;
      *   - A EXCLUSAO DO PERDEDOR SEGUE O CAMINHO AUDITADO DE SEMPRE
      *     (FILA EXCPEND.DAT / APREXC).
      *----------------------------------------------------------------
           COPY CPYIDXS.
           COPY CPYALSS.
           COPY CPYEXQS.
           COPY CPYRLCS.
           COPY CPYCSNS.
           COPY CPYCSHS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
           COPY CPYIDXR.
           COPY CPYALSR.
           COPY CPYEXQR.
           COPY CPYRLCR.
           COPY CPYCSNR.
           COPY CPYCSHR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       77 W-SOBREV     PIC X(12) VALUE SPACES.
       77 W-PERDE      PIC X(12) VALUE SPACES.
       77 W-ESCOLHA    PIC 9(01) VALUE ZEROS.
       77 ST-CSN       PIC X(02) VALUE "00".
       77 ST-CSH       PIC X(02) VALUE "00".
       77 W-CSNDISP    PIC X(01) VALUE "N".
       77 W-CSNANT     PIC X(01) VALUE SPACES.
       77 W-CSHHORA    PIC 9(08) VALUE ZEROS.
       77 W-CSNQTD     PIC 9(04) VALUE ZEROS.
      *CAMPOS DO PERDEDOR GUARDADOS PARA A ESCOLHA LADO A LADO
       01 PER-REG.
            03 PER-NOME      PIC X(35).
            03 PER-NASC      PIC 9(08).
            03 PER-CODCEP    PIC 9(08).
            03 PER-CODCPF    PIC 9(11).
      *CONSENTIMENTO DO PERDEDOR EM TRANSFERENCIA
       01 PER-CSN.
            03 PER-CSNCHAVE  PIC X(14).
            03 PER-CSNSIT    PIC X(01).
            03 FILLER        PIC X(51).
           COPY CPYCPFW.
           COPY CPYIDXW.
           COPY CPYEXQW.
           COPY CPYFONW.
           COPY CPYRLCW.
           COPY CPYAUDW.
           COPY CPYCPXW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                ELSE
                   NEXT SENTENCE.
                PERFORM IDX-ABRE THRU IDX-ABRE-FIM.
      * SEM CONSENT.DAT NAO HA CONSENTIMENTO A TRANSFERIR; CONSHIST
      * ABERTO EM EXTEND COMO NO CADCONS
       INC-OP2.
                OPEN I-O CONSENT
                IF ST-CSN = "00"
                   MOVE "S" TO W-CSNDISP
                ELSE
                   IF ST-CSN = "30" OR ST-CSN = "35"
                      MOVE "N" TO W-CSNDISP
                      GO TO INC-OP4
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CONSENT.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM IDX-FECHA THRU IDX-FECHA-FIM
                      CLOSE CODAMIGO CONTATO ALIAS
                      GO TO ROT-FIM.
       INC-OP3.
                OPEN EXTEND CONSHIST
                IF ST-CSH NOT = "00"
                   IF ST-CSH = "30" OR ST-CSH = "35"
                      OPEN OUTPUT CONSHIST
                      CLOSE CONSHIST
                      GO TO INC-OP3
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CONSHIST.TXT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM IDX-FECHA THRU IDX-FECHA-FIM
                      CLOSE CODAMIGO CONTATO ALIAS CONSENT
                      GO TO ROT-FIM.
       INC-OP4.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO W-SOBREV W-PERDE
                MOVE "FUSAO"      TO AUD-ACAO
                MOVE W-SOBREV     TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "AMIGO"      TO W-CPXARQ
                MOVE W-SOBREV     TO W-CPXID
                MOVE CODCEP       TO W-CPXCEP
                CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                    W-CPXOK
                PERFORM CTT-REAPONTA THRU CTT-REAPONTA-FIM
                PERFORM IDX-AJUSTA THRU IDX-AJUSTA-FIM
                PERFORM ALS-GRAVA THRU ALS-GRAVA-FIM
      *        VINCULOS ENTRE AMIGOS SEGUEM O SOBREVIVENTE
                MOVE W-PERDE  TO W-RLCAPE
                MOVE W-SOBREV TO W-RLCNOVO
                PERFORM RLC-REAPONTA THRU RLC-REAPONTA-FIM
                IF W-RLCQTD > ZEROS
                   MOVE "RELACAO"    TO AUD-ARQ
                   MOVE "FUSAO"      TO AUD-ACAO
                   MOVE W-PERDE      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
      *        CONSENTIMENTOS SEGUEM O SOBREVIVENTE ("N" GANHA)
                PERFORM CSN-FUNDE THRU CSN-FUNDE-FIM
                IF W-CSNQTD > ZEROS
                   MOVE "CONSENT"    TO AUD-ARQ
                   MOVE "FUSAO"      TO AUD-ACAO
                   MOVE W-PERDE      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
      *        A EXCLUSAO DO PERDEDOR VAI PARA A FILA AUDITADA
                MOVE "AMIGO" TO W-EXQARQ
                MOVE SPACES TO W-EXQID
                EXIT.
      *
      *****************************************
      * CONSENTIMENTOS DO PERDEDOR PASSAM     *
      * PARA O SOBREVIVENTE                   *
      *****************************************
      * CADA REGISTRO DO PERDEDOR E EXCLUIDO (LINHA NO CONSHIST COM
      * DEPOIS EM BRANCO). SE O SOBREVIVENTE NAO TEM REGISTRO PARA O
      * CANAL E FINALIDADE, O DO PERDEDOR E GRAVADO NO NOME DELE; SE
      * TEM, SO E SUBSTITUIDO QUANDO O DO PERDEDOR E "N" E O DELE NAO
      * - O "NAO QUERO MAIS RECEBER" NUNCA SE PERDE NA FUSAO.
      *
       CSN-FUNDE.
                MOVE ZEROS TO W-CSNQTD
                IF W-CSNDISP NOT = "S"
                   GO TO CSN-FUNDE-FIM.
       CSN-FUNDE-INI.
                MOVE W-PERDE TO CSN-APELIDO
                MOVE LOW-VALUES TO CSN-CANAL CSN-FINAL
                START CONSENT KEY IS NOT LESS THAN CSN-CHAVE
                IF ST-CSN NOT = "00"
                   GO TO CSN-FUNDE-FIM.
                READ CONSENT NEXT RECORD
                IF ST-CSN NOT = "00"
                   GO TO CSN-FUNDE-FIM.
                IF CSN-APELIDO NOT = W-PERDE
                   GO TO CSN-FUNDE-FIM.
                MOVE REGCSN TO PER-CSN
                DELETE CONSENT RECORD
                IF ST-CSN NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO CONSENT.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-FUNDE-FIM.
                MOVE PER-CSN TO REGCSN
                MOVE CSN-SITUACAO TO W-CSNANT
                MOVE SPACES TO CSH-DEPOIS
                PERFORM CSH-GRAVA THRU CSH-GRAVA-FIM
                ADD 1 TO W-CSNQTD
      *        REGISTRO DO SOBREVIVENTE PARA O MESMO CANAL/FINALIDADE
                MOVE W-SOBREV TO CSN-APELIDO
                READ CONSENT
                IF ST-CSN = "00"
                   GO TO CSN-FUNDE-EXISTE.
                MOVE PER-CSN TO REGCSN
                MOVE W-SOBREV TO CSN-APELIDO
                WRITE REGCSN
                IF ST-CSN = "00" OR "02"
                   MOVE SPACES TO W-CSNANT
                   MOVE CSN-SITUACAO TO CSH-DEPOIS
                   PERFORM CSH-GRAVA THRU CSH-GRAVA-FIM.
                GO TO CSN-FUNDE-INI.
       CSN-FUNDE-EXISTE.
                IF PER-CSNSIT NOT = "N" OR CSN-SITUACAO = "N"
                   GO TO CSN-FUNDE-INI.
                MOVE CSN-SITUACAO TO W-CSNANT
                MOVE PER-CSN TO REGCSN
                MOVE W-SOBREV TO CSN-APELIDO
                REWRITE REGCSN
                IF ST-CSN = "00" OR "02"
                   MOVE CSN-SITUACAO TO CSH-DEPOIS
                   PERFORM CSH-GRAVA THRU CSH-GRAVA-FIM.
                GO TO CSN-FUNDE-INI.
       CSN-FUNDE-FIM.
                EXIT.
      *
      *****************************************
      * HISTORICO DO CONSENTIMENTO            *
      * (CONSHIST.TXT) - CSH-DEPOIS JA MOVIDO *
      *****************************************
      *
       CSH-GRAVA.
                ACCEPT CSH-DATAREG FROM DATE YYYYMMDD
                ACCEPT W-CSHHORA FROM TIME
                MOVE W-CSHHORA (1:6) TO CSH-HORAREG
                MOVE CSN-APELIDO  TO CSH-APELIDO
                MOVE CSN-CANAL    TO CSH-CANAL
                MOVE CSN-FINAL    TO CSH-FINAL
                MOVE W-CSNANT     TO CSH-ANTES
                MOVE CSN-DATA     TO CSH-DATA
                MOVE CSN-MEIO     TO CSH-MEIO
                MOVE CSN-OBS      TO CSH-OBS
                MOVE W-OPERADOR   TO CSH-OPERADOR
                WRITE REGCSH.
       CSH-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * O CPF DO PERDEDOR NO INDICE PASSA A   *
      * APONTAR O NOME SOBREVIVENTE           *
      *****************************************
      *
       ROT-ENC.
                PERFORM IDX-FECHA THRU IDX-FECHA-FIM
                IF W-CSNDISP = "S"
                   CLOSE CONSENT CONSHIST.
                CLOSE CODAMIGO CONTATO ALIAS AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
      *****************************************
      *
           COPY CPYFONP.
      *
      *****************************************
      * VINCULOS ENTRE AMIGOS (CPYRLCP)       *
      *****************************************
      *
           COPY CPYRLCP.
       FIM-ROT-TEMPO.
