      * O OPERADOR REGISTRA CADA PASSAGEM DE VEICULO PELA OFICINA:
      * PLACA (CONFERIDA EM VEICULO.DAT, COM O PROPRIETARIO EXIBIDO),
      * DATA (EM BRANCO = HOJE), DESCRICAO DO SERVICO, ODOMETRO,
      * CUSTO E FORNECEDOR (OFICINA OU GUINCHO ATIVO DE FORNEC.DAT,
      * PELO CNPJ/CPF OU F4 PESQUISANDO PELO NOME FANTASIA; O NOME
      * FANTASIA FICA TAMBEM EM MNT-FORNEC PARA AS CONSULTAS E
      * RELATORIOS). O SEQ DO DIA E ACHADO SOZINHO (DUAS
      * ORDENS NO MESMO DIA GANHAM 01 E 02). O HISTORICO APARECE
      * DENTRO DO CADASTRO DE VEICULO (F5 EM P2017N02) E OS TOTAIS
      * SAEM NO RELMANU. CUSTO ACIMA DA ALCADA DO OPERADOR (FUNCAO
      * MANU, VER CPYALPP) NAO E GRAVADO: VAI PARA A FILA DO APRALC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYAUDS.
           COPY CPYFORS.
           COPY CPYALPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYMNTR.
           COPY CPYVEIR.
           COPY CPYAUDR.
           COPY CPYFORR.
           COPY CPYALPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
            03 W-HOJE-DIA    PIC 9(02).
           COPY CPYMASC.
           COPY CPYAUDW.
           COPY CPYFORW.
           COPY CPYALPW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE MANUVEIC
                   GO TO ROT-FIM.
                OPEN INPUT FORNEC
                IF ST-FOR NOT = "00"
                   MOVE "ERRO NA ABERTURA DO FORNEC.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE MANUVEIC CADVEIC
                   GO TO ROT-FIM.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO MNT-PLACA MNT-DESC MNT-FORNEC
                MOVE ZEROS  TO MNT-DATA MNT-SEQ MNT-ODOMETRO MNT-CUSTO
                MOVE ZEROS  TO MNT-CODFOR
                MOVE ZEROS  TO W-DATSEL
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (07, 01) "DESCRICAO       : "
                DISPLAY (08, 01) "ODOMETRO (KM)   : "
                DISPLAY (09, 01) "CUSTO           : "
                DISPLAY (10, 01) "FORNECEDOR      : "
                DISPLAY (12, 01) "F4 NO FORNECEDOR=PESQUISAR PELO NOME".
       INC-002.
                ACCEPT (04, 18) MNT-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                ACCEPT (09, 18) MNT-CUSTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-005.
      *        OFICINA (O) OU GUINCHO (G) ATIVO DO FORNEC.DAT
       INC-007.
                ACCEPT (10, 18) MNT-CODFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO INC-006.
                IF W-ACT = TEC-F4
                   GO TO FPQ-001.
       INC-007A.
                PERFORM FOR-VAL THRU FOR-VAL-FIM
                IF W-FOROK = "N"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-FOROK = "I"
                   MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF FOR-TIPO NOT = "O" AND FOR-TIPO NOT = "G"
                   MOVE "*** FORNECEDOR NAO E OFICINA/GUINCHO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE FOR-FANTASIA TO MNT-FORNEC.
       INC-WR1.
      *        CUSTO ACIMA DA ALCADA: A ORDEM AGUARDA O SUPERVISOR
                MOVE "MANU" TO W-ALPFUNCAO
                MOVE MNT-CUSTO TO W-ALPVALOR
                PERFORM ALC-CONFERE THRU ALC-CONFERE-FIM
                IF W-ALCOK = "N"
                   MOVE SPACES TO W-ALPID
                   MOVE MNT-CHAVE (1:15) TO W-ALPID
                   MOVE "I" TO W-ALPMODO
                   MOVE REGMNT TO W-ALPIMAGEM
                   PERFORM ALP-GRAVA THRU ALP-GRAVA-FIM
                   GO TO INC-001.
      *        O SEQ DO DIA E TENTADO DE 01 EM DIANTE ATE ACHAR VAGA
      *        (CHAVE DUPLICADA = JA EXISTE ORDEM NAQUELE SEQ)
                MOVE 1 TO MNT-SEQ.
      **********************
      *
       ROT-ENC.
                CLOSE MANUVEIC CADVEIC FORNEC AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
      **********************
      *
           COPY CPYAUDP.
      *
      **********************
      * ALCADA (ALCPEND.DAT) *
      **********************
      *
           COPY CPYALPP.
      *
      *****************************************
      * ESCOLHA DO FORNECEDOR (FORNEC.DAT)    *
      *****************************************
      *
           COPY CPYFORP
               REPLACING ==CPY-CODCAMPO== BY ==MNT-CODFOR==
                         ==CPY-LIN== BY ==10==
                         ==CPY-COL== BY ==18==
                         ==CPY-NOMECOL== BY ==33==
                         ==CPY-VOLTA== BY ==INC-007==
                         ==CPY-APOS== BY ==INC-007A==.
       FIM-ROT-TEMPO.
