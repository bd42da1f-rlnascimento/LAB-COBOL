      * COM OPERADOR.DAT AINDA VAZIO, O LOGIN ACEITA QUALQUER CODIGO
      * COM NIVEL DE SUPERVISOR PARA O PRIMEIRO SUPERVISOR SE
      * CADASTRAR. TODA MANUTENCAO SAI EM AUDIT.TXT (SEM A SENHA,
      * CLARO). O F5 LIBERA AS FILIAIS DO OPERADOR (AUTFIL.DAT) E O
      * F6 AS ALCADAS DELE POR FUNCAO FINANCEIRA (ALCADA.DAT, VER
      * CPYALCS E ALCVER).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY CPYOPFS.
           COPY CPYAFLS.
           COPY CPYALCS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY CPYOPFR.
           COPY CPYAFLR.
           COPY CPYALCR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
      *        MATRIZ OPERADOR X FILIAL (AUTFIL.DAT, F5)
       77 ST-AFL       PIC X(02) VALUE "00".
       77 W-AFLLIN     PIC 9(02) VALUE ZEROS.
      *        ALCADA POR FUNCAO FINANCEIRA (ALCADA.DAT, F6)
       77 ST-ALC       PIC X(02) VALUE "00".
       77 W-ALCLIN     PIC 9(02) VALUE ZEROS.
       77 W-ALCMASC    PIC ZZZ.ZZZ.ZZ9,99.
           COPY CPYAUDW.
           COPY CPYCONT.
      *
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-OP2.
                OPEN I-O ALCADA
                IF ST-ALC NOT = "00"
                   IF ST-ALC = "30"
                      OPEN OUTPUT ALCADA
                      CLOSE ALCADA
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ALCADA.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE OPERADOR AUTFIL
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO OPR-COD OPR-NOME OPR-SENHA
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12) "F1=NOVO  F2=ALTERA  F3=EXCLUI"
                DISPLAY (23, 42) "F5=FILIAIS  F6=ALCADAS"
                ACCEPT (23, 65) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3 AND W-ACT NOT = TEC-F5
                   AND W-ACT NOT = TEC-F6
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                   GO TO INC-003.
                IF W-ACT = TEC-F5
                   GO TO AFL-001.
                IF W-ACT = TEC-F6
                   GO TO ALC-001.
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                GO TO EXC-OPC.
      *
                GO TO AFL-LISTA-LER.
       AFL-LISTA-FIM.
                EXIT.
      *
      *****************************************
      * ALCADAS DO OPERADOR POR FUNCAO (F6)   *
      * (ALCADA.DAT - VER ALCVER)             *
      *****************************************
      *
       ALC-001.
                PERFORM ALC-LISTA THRU ALC-LISTA-FIM
                DISPLAY (19, 01) "FUNCOES: MANU VEND DESC ACOR PAGA"
                DISPLAY (20, 01) "FUNCAO: "
                DISPLAY (20, 16) "ALCADA: "
                DISPLAY (21, 01) "ENTER=GRAVA  F3=RETIRA  ESC=VOLTA".
       ALC-002.
                MOVE SPACES TO ALC-FUNCAO
                ACCEPT (20, 09) ALC-FUNCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (19, 01) LIMPA
                   DISPLAY (20, 01) LIMPA
                   DISPLAY (21, 01) LIMPA
                   GO TO ACE-001.
                IF ALC-FUNCAO NOT = "MANU" AND NOT = "VEND"
                   AND NOT = "DESC" AND NOT = "ACOR"
                   AND NOT = "PAGA"
                   MOVE "*** FUNCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALC-002.
                MOVE OPR-COD TO ALC-OPER
                IF W-ACT = TEC-F3
                   GO TO ALC-RETIRA.
                MOVE ZEROS TO ALC-LIMITE
                READ ALCADA
                IF ST-ALC NOT = "00"
                   MOVE ZEROS TO ALC-LIMITE.
       ALC-003.
                ACCEPT (20, 24) ALC-LIMITE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ALC-001.
                MOVE ALC-CHAVE TO AUD-CHAVE
                MOVE "ALCADA"  TO AUD-ARQ
                WRITE REGALC
                IF ST-ALC = "22"
                   REWRITE REGALC
                   MOVE "ALTERACAO" TO AUD-ACAO
                ELSE
                   MOVE "INCLUSAO"  TO AUD-ACAO.
                IF ST-ALC = "00" OR "02"
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** ALCADA GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALC-001.
                MOVE "ERRO NA GRAVACAO DO ALCADA.DAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALC-001.
       ALC-RETIRA.
                READ ALCADA
                IF ST-ALC NOT = "00"
                   MOVE "*** ALCADA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALC-001.
                DELETE ALCADA RECORD
                IF ST-ALC = "00"
                   MOVE "ALCADA"     TO AUD-ARQ
                   MOVE "EXCLUSAO"   TO AUD-ACAO
                   MOVE ALC-CHAVE    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** ALCADA RETIRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO ALC-001.
      *
      *        LISTA AS ALCADAS DO OPERADOR (LINHAS 10 A 17)
       ALC-LISTA.
                MOVE 10 TO W-ALCLIN.
       ALC-LISTA-LIMPA.
                DISPLAY (W-ALCLIN, 01) LIMPA
                ADD 1 TO W-ALCLIN
                IF W-ALCLIN < 18
                   GO TO ALC-LISTA-LIMPA.
                DISPLAY (10, 01) "ALCADAS DO OPERADOR:"
                MOVE 11 TO W-ALCLIN
                MOVE OPR-COD TO ALC-OPER
                MOVE SPACES TO ALC-FUNCAO
                START ALCADA KEY IS NOT LESS THAN ALC-CHAVE
                IF ST-ALC NOT = "00"
                   GO TO ALC-LISTA-FIM.
       ALC-LISTA-LER.
                READ ALCADA NEXT RECORD
                IF ST-ALC NOT = "00"
                   GO TO ALC-LISTA-FIM.
                IF ALC-OPER NOT = OPR-COD
                   GO TO ALC-LISTA-FIM.
                IF W-ALCLIN > 17
                   GO TO ALC-LISTA-FIM.
                MOVE ALC-LIMITE TO W-ALCMASC
                DISPLAY (W-ALCLIN, 03) ALC-FUNCAO
                DISPLAY (W-ALCLIN, 09) W-ALCMASC
                ADD 1 TO W-ALCLIN
                GO TO ALC-LISTA-LER.
       ALC-LISTA-FIM.
                EXIT.
      *
       EXC-DL1.
                DELETE OPERADOR RECORD
      **********************
      *
       ROT-ENC.
                CLOSE OPERADOR AUTFIL ALCADA AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
