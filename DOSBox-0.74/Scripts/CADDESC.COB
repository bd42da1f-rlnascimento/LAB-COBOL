      * COMPETENCIAS (AAAAMM) E MOTIVO. O GERAMENS APLICA NA GERACAO
      * - ACABA O AJUSTE DE BAIXA NO CADPAGA PARA SIMULAR DESCONTO.
      * O TOTAL CONCEDIDO POR MOTIVO SAI NO RELDESC PARA A ASSINATURA
      * DA DIRECAO. DESCONTO MENSAL ACIMA DA ALCADA DO OPERADOR (FUNCAO
      * DESC, VER CPYALPP) NAO E GRAVADO: VAI PARA A FILA DO APRALC. O
      * PERCENTUAL E CONVERTIDO EM R$ SOBRE A MENSALIDADE PADRAO
      * (PARAMETRO VLMENSAL); SEM O PARAMETRO, O PROPRIO PERCENTUAL E
      * COMPARADO COM A ALCADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYDSCS.
           COPY CPYALUS.
           COPY CPYAUDS.
           COPY CPYALPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYDSCR.
           COPY CPYALUR.
           COPY CPYAUDR.
           COPY CPYALPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-PARNOME    PIC X(10) VALUE SPACES.
       77 W-PARVALOR   PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU   PIC X(01) VALUE "N".
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYALPW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           COPY CPYCONF.
       INC-WR1.
                MOVE "I" TO W-ALPMODO
                PERFORM ALC-DESC THRU ALC-DESC-FIM
                IF W-ALCOK = "N"
                   GO TO INC-001.
                WRITE REGDSC
                IF ST-DSC = "00" OR "02"
                      MOVE "DESCONTO"   TO AUD-ARQ
                GO TO ROT-ENC.
      *
       ALT-RW1.
                MOVE "A" TO W-ALPMODO
                PERFORM ALC-DESC THRU ALC-DESC-FIM
                IF W-ALCOK = "N"
                   GO TO INC-001.
                REWRITE REGDSC
                IF ST-DSC = "00" OR "02"
                   MOVE "DESCONTO"   TO AUD-ARQ
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-ENC.
      *
      *****************************************
      * ALCADA DO DESCONTO: VALOR MENSAL EM   *
      * R$ CONTRA A ALCADA DESC DO OPERADOR   *
      *****************************************
      *
       ALC-DESC.
                MOVE DSC-VALOR TO W-ALPVALOR
                IF DSC-TIPO = "P"
                   MOVE "VLMENSAL" TO W-PARNOME
                   CALL "PARLER" USING W-PARNOME W-PARVALOR
                                       W-PARACHOU
                   IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
                      COMPUTE W-ALPVALOR ROUNDED =
                          W-PARVALOR * DSC-VALOR / 100.
                MOVE "DESC" TO W-ALPFUNCAO
                PERFORM ALC-CONFERE THRU ALC-CONFERE-FIM
                IF W-ALCOK = "S"
                   GO TO ALC-DESC-FIM.
                MOVE SPACES TO W-ALPID
                MOVE DSC-CODALU TO W-ALPID
                MOVE REGDSC TO W-ALPIMAGEM
                PERFORM ALP-GRAVA THRU ALP-GRAVA-FIM.
       ALC-DESC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      **********************
      *
           COPY CPYAUDP.
      *
      **********************
      * ALCADA (ALCPEND.DAT) *
      **********************
      *
           COPY CPYALPP.
       FIM-ROT-TEMPO.
