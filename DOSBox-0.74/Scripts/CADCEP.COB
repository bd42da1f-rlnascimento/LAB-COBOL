           COPY CPYAUDS.
           COPY CPYPNDS.
           COPY CPYMUNS.
           COPY CPYFXCS.
           COPY CPYIDXS.
           COPY CPYEXQS.
           COPY CPYIMPS.
           COPY CPYHLPS.
      *        OS DEPENDENTES DE UM CEP ALTERADO/EXCLUIDO SAEM DO
      *        INDICE DE USO (CEPUSO.DAT, PELA CHAVE DO CEP) E SAO
      *        ANOTADOS EM CEPPEND.DAT (VER PND-SCAN) - SEM VARRER OS
      *        CADASTROS.
           COPY CPYCPXS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYAUDR.
           COPY CPYPNDR.
           COPY CPYMUNR.
           COPY CPYFXCR.
           COPY CPYIDXR.
           COPY CPYEXQR.
           COPY CPYIMPR.
           COPY CPYHLPR.
           COPY CPYCPXR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY CPYHLPW.
       77 W-MUNDISP    PIC X(01) VALUE "N".
       77 W-MUNOK      PIC X(01) VALUE "N".
           COPY CPYFXCW.
       77 ST-CPX       PIC X(02) VALUE "00".
       77 W-PNDACAO    PIC X(09) VALUE SPACES.
       77 W-PNDCNT     PIC 9(04) VALUE ZEROS.
       77 W-PNDTOT     PIC 9(05) VALUE ZEROS.
       77 W-PNDTOT-ED  PIC ZZZZ9.
           COPY CPYAVSW.
       01 W-PNDDATA.
            03 W-PNDDATA-ANO  PIC 9(04).
            03 W-PNDDATA-MES  PIC 9(02).
                       =="ERRO NA ABERTURA DO ARQUIVO CEP"==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           PERFORM MUN-ABRE THRU MUN-ABRE-FIM.
           PERFORM FXC-ABRE THRU FXC-ABRE-FIM.
           PERFORM IDX-ABRE THRU IDX-ABRE-FIM.
           PERFORM HLP-ABRE THRU HLP-ABRE-FIM.
       TELA.
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = TEC-ESC
                   PERFORM MUN-FECHA THRU MUN-FECHA-FIM
                   PERFORM FXC-FECHA THRU FXC-FECHA-FIM
                   PERFORM IDX-FECHA THRU IDX-FECHA-FIM
                   PERFORM HLP-FECHA THRU HLP-FECHA-FIM
                   CLOSE CEP
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *        CEP FORA DAS FAIXAS DOS CORREIOS DA UF NAO E GRAVADO;
      *        FORA SO DA FAIXA DA CIDADE (TABELA PARCIAL) SO AVISA
                MOVE CODCEP TO W-FXCCEP
                MOVE UF     TO W-FXCUF
                MOVE CIDADE TO W-FXCCID
                PERFORM FXC-VER THRU FXC-VER-FIM
                IF W-FXCRES = "U"
                   MOVE SPACES TO MENS
                   STRING "*** CEP FORA DA FAIXA DA UF - FAIXA DE "
                          W-FXCUFCEP " ***" DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-FXCRES = "C"
                   MOVE "*** ATENCAO: CEP FORA DA FAIXA DA CIDADE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-008.
                ACCEPT TLOCAL
                ACCEPT W-ACT FROM ESCAPE KEY
                GO TO ROT-FIM.
      *
      *****************************************
      * ANOTA EM CEPPEND.DAT OS REGISTROS QUE *
      * APONTAM PARA O CODCEP ALTERADO OU     *
      * EXCLUIDO (INDICE CEPUSO.DAT)          *
      *****************************************
      * OS DEPENDENTES SAO LIDOS DIRETO NO INDICE DE USO PELA CHAVE DO
      * CEP - AMIGO, VEICULO, FORNEC, RESPONS E PARADA. PARA O
      * FORNECEDOR, PND-ID GUARDA O DOCUMENTO SEM OS DOIS DIGITOS
      * VERIFICADORES (NAO CABEM NAS 12 POSICOES). SEM CEPUSO.DAT
      * (CEPREIDX AINDA NAO RODOU) NADA E ANOTADO E A TELA AVISA. A
      * LISTA GRAVADA AQUI E TRABALHADA PELO OPERADOR EM CADPEND.COB.
      *
       PND-SCAN.
                MOVE ZEROS TO W-PNDCNT
                ACCEPT W-PNDDATA FROM DATE YYYYMMDD
                OPEN INPUT CEPUSO
                IF ST-CPX NOT = "00"
                   MOVE "*** SEM INDICE DE CEP - RODAR O CEPREIDX ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PND-SCAN-FIM.
                MOVE CODCEP TO CPX-CEP
                START CEPUSO KEY IS = CPX-CEP
                IF ST-CPX NOT = "00"
                   CLOSE CEPUSO
                   GO TO PND-SCAN-FIM.
                OPEN I-O CEPPEND
                IF ST-PND NOT = "00"
                   IF ST-PND = "30" OR ST-PND = "35"
                      CLOSE CEPPEND
                      OPEN I-O CEPPEND
                   ELSE
                      CLOSE CEPUSO
                      GO TO PND-SCAN-FIM.
       PND-CPX-LER.
                READ CEPUSO NEXT RECORD
                   AT END GO TO PND-ENCERRA.
                IF CPX-CEP NOT = CODCEP
                   GO TO PND-ENCERRA.
                MOVE CPX-ARQ TO PND-ARQ
                MOVE CPX-ID  TO PND-ID
                PERFORM PND-GRAVA THRU PND-GRAVA-FIM.
                GO TO PND-CPX-LER.
       PND-ENCERRA.
                IF W-PNDCNT > 0
                   PERFORM PND-AVISO THRU PND-AVISO-FIM.
                CLOSE CEPPEND CEPUSO.
                IF W-PNDCNT > 0
                   MOVE "*** DEPENDENTES ANOTADOS EM CEPPEND ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PND-SCAN-FIM.
                EXIT.
      *
      *        O TOTAL DA LISTA DE PENDENCIAS VAI PARA A CAIXA DE
      *        AVISOS DO NIVEL O (AVISGRV - CPYAVSW), UM AVISO POR DIA,
      *        ATUALIZADO A CADA CEP MEXIDO NO DIA
       PND-AVISO.
                MOVE ZEROS TO W-PNDTOT
                MOVE LOW-VALUES TO PND-CHAVE
                START CEPPEND KEY IS NOT LESS THAN PND-CHAVE
                IF ST-PND NOT = "00"
                   GO TO PND-AVISO-FIM.
       PND-AVISO-LER.
                READ CEPPEND NEXT RECORD
                IF ST-PND = "00"
                   ADD 1 TO W-PNDTOT
                   GO TO PND-AVISO-LER.
                MOVE "N" TO W-AVSDTIPO
                MOVE "O" TO W-AVSDEST
                MOVE 2   TO W-AVSPRIOR
                MOVE "CADCEP" TO W-AVSPROG
                MOVE SPACES TO W-AVSCHREG
                STRING "PENDENCIAS " W-PNDDATA DELIMITED BY SIZE
                       INTO W-AVSCHREG
                MOVE W-PNDTOT TO W-PNDTOT-ED
                MOVE SPACES TO W-AVSTEXTO
                STRING "CEP:" W-PNDTOT-ED " PENDENCIA(S) EM CEPPEND -"
                       " BAIXAR NO CADPEND" DELIMITED BY SIZE
                       INTO W-AVSTEXTO
                CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
                                     W-AVSPROG W-AVSCHREG W-AVSTEXTO
                                     W-AVSOK.
       PND-AVISO-FIM.
                EXIT.
      *
       PND-GRAVA.
                MOVE CODCEP    TO PND-CEP
                EXIT.
      *
      *****************************************
      * CRITICA DO CEP PELAS FAIXAS DOS       *
      * CORREIOS (FAIXACEP.DAT - CPYFXCP)     *
      *****************************************
      *
           COPY CPYFXCP.
      *
      *****************************************
      * ROTINA DE VALIDACAO DO CPF (MODULO 11) *
      *****************************************
      *
