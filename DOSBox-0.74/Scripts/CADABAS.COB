      *----------------------------------------------------------------
      * O OPERADOR REGISTRA CADA ABASTECIMENTO: PLACA (CONFERIDA EM
      * VEICULO.DAT), DATA (EM BRANCO = HOJE), ODOMETRO, LITROS E
      * VALOR PAGO E O POSTO (OPCIONAL: CNPJ DE UM POSTO ATIVO DE
      * FORNEC.DAT, F4 PESQUISA PELO NOME FANTASIA; ZEROS = NAO
      * INFORMADO). O ODOMETRO E CRITICADO CONTRA O MAIOR JA LANCADO
      * PARA A MESMA PLACA - ODOMETRO QUE ANDA PARA TRAS E ERRO DE
      * DIGITACAO NA CERTA E E RECUSADO. A HORA SAI DO RELOGIO E
      * COMPLETA A CHAVE (DOIS ABASTECIMENTOS NO MESMO DIA CONVIVEM).
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYAUDS.
           COPY CPYFORS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYABAR.
           COPY CPYVEIR.
           COPY CPYAUDR.
           COPY CPYFORR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
           COPY CPYAUDW.
           COPY CPYFORW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ABASTEC
                   GO TO ROT-FIM.
                OPEN INPUT FORNEC
                IF ST-FOR NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FORNEC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ABASTEC CADVEIC
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO ABA-PLACA
                MOVE ZEROS  TO ABA-DATA ABA-HORA ABA-ODOMETRO
                MOVE ZEROS  TO ABA-LITROS ABA-VALOR W-DATSEL
                MOVE ZEROS  TO ABA-CODFOR
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "LANCAMENTO DE ABASTECIMENTO"
                DISPLAY (06, 01) "DATA            : __/__/____"
                DISPLAY (07, 01) "ODOMETRO (KM)   : "
                DISPLAY (08, 01) "LITROS          : "
                DISPLAY (09, 01) "VALOR PAGO      : "
                DISPLAY (10, 01) "POSTO           : "
                DISPLAY (12, 01) "F4 NO POSTO=PESQUISAR PELO NOME".
       INC-002.
                ACCEPT (04, 18) ABA-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *        POSTO (P) ATIVO DO FORNEC.DAT, OU ZEROS
       INC-007.
                ACCEPT (10, 18) ABA-CODFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-006.
                IF W-ACT = TEC-F4
                   GO TO FPQ-001.
       INC-007A.
                IF ABA-CODFOR = ZEROS
                   GO TO INC-WR1.
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                IF W-FOROK = "N"
                   MOVE "*** POSTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-FOROK = "I"
                   MOVE "*** POSTO INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF FOR-TIPO NOT = "P"
                   MOVE "*** FORNECEDOR NAO E POSTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-WR1.
                ACCEPT ABA-HORA FROM TIME
                WRITE REGABA
      **********************
      *
       ROT-ENC.
                CLOSE ABASTEC CADVEIC FORNEC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
      **********************
      *
           COPY CPYAUDP.
      *
      *****************************************
      * ESCOLHA DO POSTO (FORNEC.DAT)         *
      *****************************************
      *
           COPY CPYFORP
               REPLACING ==CPY-CODCAMPO== BY ==ABA-CODFOR==
                         ==CPY-LIN== BY ==10==
                         ==CPY-COL== BY ==18==
                         ==CPY-NOMECOL== BY ==33==
                         ==CPY-VOLTA== BY ==INC-007==
                         ==CPY-APOS== BY ==INC-007A==.
       FIM-ROT-TEMPO.
