       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINDIC.
      **************************************
      *  ARVORE DE INDICACOES ENTRE AMIGOS *
      *  (RELACAO.DAT + TIPOREL.DAT +      *
      *   AMIGO.DAT)                       *
      **************************************
      *----------------------------------------------------------------
      * QUEM TROUXE QUEM: LE EM RELACAO.DAT OS VINCULOS CUJO TIPO E
      * DE INDICACAO (TPR-INDICA = "I" - O APELIDO INDICOU O OUTRO) E
      * IMPRIME A ARVORE A PARTIR DE CADA RAIZ (QUEM INDICOU ALGUEM
      * MAS NAO FOI INDICADO POR NINGUEM). CADA GERACAO ENTRA TRES
      * COLUNAS MAIS PARA DENTRO; NA FRENTE DE CADA AMIGO SAI O TOTAL
      * DE DESCENDENTES (INDICADOS, INDICADOS DOS INDICADOS...).
      * O PERCURSO USA UMA PILHA EM WORKING-STORAGE (W-PIL) LIMITADA A
      * 20 GERACOES; A CONTAGEM USA OUTRA PILHA (W-CPL) IGUAL. UM
      * CICLO (A INDICOU B QUE INDICOU A) NAO TEM RAIZ E NAO APARECE -
      * O P2017N01 SO DEIXA CADA AMIGO TER UM "INDICADO POR".
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRLCS.
           COPY CPYTPRS.
           SELECT CODAMIGO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS APELIDO
                        FILE STATUS  IS ST-ERRO.
           SELECT RELIND ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRLCR.
           COPY CPYTPRR.
           COPY CPYAMIR.
      *
       FD  RELIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINDIC.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RLC         PIC X(02) VALUE "00".
       77 ST-TPR         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-QTD          PIC 9(04) VALUE ZEROS.
       77 W-I            PIC 9(04) VALUE ZEROS.
       77 W-J            PIC 9(04) VALUE ZEROS.
       77 W-RAIZES       PIC 9(04) VALUE ZEROS.
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-NIVEL        PIC 9(02) VALUE ZEROS.
       77 W-CNIVEL       PIC 9(02) VALUE ZEROS.
       77 W-COLUNA       PIC 9(02) VALUE ZEROS.
       77 W-POS          PIC 9(04) VALUE ZEROS.
       77 W-BUSCA        PIC X(12) VALUE SPACES.
       77 W-DESC         PIC 9(04) VALUE ZEROS.
       77 W-DESCED       PIC ZZZ9.
      *
      *TIPOS DE VINCULO QUE SAO "INDICOU" (TPR-INDICA = "I")
       01 TPR-TAB.
            03 TPR-EHIND  PIC X(01) OCCURS 99 TIMES.
      *
      *INDICACOES LIDAS DE RELACAO.DAT (PADRINHO -> INDICADO), NA
      *ORDEM DA CHAVE: OS INDICADOS DE UM MESMO PADRINHO FICAM JUNTOS
       01 IND-TAB.
            03 IND-ITEM OCCURS 2000 TIMES.
                05 IND-PAI    PIC X(12).
                05 IND-FIL    PIC X(12).
      *
      *PILHA DO PERCURSO DA ARVORE: O AMIGO DE CADA GERACAO E A
      *POSICAO EM IND-TAB DO PROXIMO INDICADO DELE A VISITAR
       01 W-PILHA.
            03 W-PIL OCCURS 20 TIMES.
                05 W-PIL-NOME PIC X(12).
                05 W-PIL-POS  PIC 9(04).
       01 W-CPILHA.
            03 W-CPL OCCURS 20 TIMES.
                05 W-CPL-NOME PIC X(12).
                05 W-CPL-POS  PIC 9(04).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELINDIC - ARVORE DE INDICACOES".
           MOVE SPACES TO TPR-TAB.
           PERFORM IND-OP0 THRU IND-OP0-FIM.
           PERFORM TPR-CARGA THRU TPR-CARGA-FIM.
           GO TO IND-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS
      *-----------------------------------------------------------------
       IND-OP0.
           OPEN INPUT RELACAO
           IF ST-RLC NOT = "00"
               DISPLAY "ERRO AO ABRIR RELACAO.DAT - ST=" ST-RLC
               GO TO ROT-FIM.
           OPEN INPUT TIPOREL
           IF ST-TPR NOT = "00"
               DISPLAY "ERRO AO ABRIR TIPOREL.DAT - ST=" ST-TPR
               CLOSE RELACAO
               GO TO ROT-FIM.
           OPEN INPUT CODAMIGO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR AMIGO.DAT - ST=" ST-ERRO
               CLOSE RELACAO TIPOREL
               GO TO ROT-FIM.
           OPEN OUTPUT RELIND
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELINDIC.TXT - ST=" ST-REL
               CLOSE RELACAO TIPOREL CODAMIGO
               GO TO ROT-FIM.
           MOVE "RELINDIC.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELINDIC" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE RELACAO TIPOREL CODAMIGO RELIND
               GO TO ROT-FIM.
       IND-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MARCA OS TIPOS DE INDICACAO
      *-----------------------------------------------------------------
       TPR-CARGA.
           READ TIPOREL NEXT RECORD
               AT END GO TO TPR-CARGA-FIM.
           IF TPR-INDICA = "I" AND TPR-COD > ZEROS
               MOVE "S" TO TPR-EHIND (TPR-COD).
           GO TO TPR-CARGA.
       TPR-CARGA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CARGA DAS INDICACOES EM IND-TAB
      *-----------------------------------------------------------------
       IND-LER.
           READ RELACAO NEXT RECORD
               AT END GO TO IND-RAIZ.
           ADD 1 TO W-LIDOS.
           IF RLC-TIPO = ZEROS
               GO TO IND-LER.
           IF TPR-EHIND (RLC-TIPO) NOT = "S"
               GO TO IND-LER.
           IF W-QTD = 2000
               DISPLAY "RELINDIC - MAIS DE 2000 INDICACOES, O RESTO"
               DISPLAY "           FICOU FORA DA ARVORE"
               GO TO IND-RAIZ.
           ADD 1 TO W-QTD.
           MOVE RLC-APELIDO TO IND-PAI (W-QTD).
           MOVE RLC-OUTRO   TO IND-FIL (W-QTD).
           GO TO IND-LER.
      *
      *-----------------------------------------------------------------
      * CABECALHO E PROCURA DAS RAIZES: CADA PADRINHO (NA PRIMEIRA VEZ
      * QUE APARECE EM IND-TAB) QUE NAO E INDICADO DE NINGUEM
      *-----------------------------------------------------------------
       IND-RAIZ.
           MOVE SPACES TO LINREL
           MOVE "ARVORE DE INDICACOES ENTRE AMIGOS" TO LINREL
           PERFORM IND-IMP THRU IND-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM IND-IMP THRU IND-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "APELIDO (RECUO = GERACAO)                "
                  "NOME                      DESCEND."
                  DELIMITED BY SIZE INTO LINREL
           PERFORM IND-IMP THRU IND-IMP-FIM.
           MOVE ZEROS TO W-I.
       IND-RAIZ-PROX.
           ADD 1 TO W-I.
           IF W-I > W-QTD
               GO TO IND-FIM.
           IF W-I > 1
               IF IND-PAI (W-I) = IND-PAI (W-I - 1)
                   GO TO IND-RAIZ-PROX.
           MOVE IND-PAI (W-I) TO W-BUSCA
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-J.
       IND-RAIZ-FILHO.
           ADD 1 TO W-J.
           IF W-J > W-QTD
               GO TO IND-RAIZ-TESTA.
           IF IND-FIL (W-J) = W-BUSCA
               MOVE "S" TO W-ACHOU
               GO TO IND-RAIZ-TESTA.
           GO TO IND-RAIZ-FILHO.
       IND-RAIZ-TESTA.
           IF W-ACHOU = "S"
               GO TO IND-RAIZ-PROX.
           ADD 1 TO W-RAIZES.
           MOVE SPACES TO LINREL
           PERFORM IND-IMP THRU IND-IMP-FIM.
           PERFORM ARV-001 THRU ARV-001-FIM.
           GO TO IND-RAIZ-PROX.
      *
      *-----------------------------------------------------------------
      * PERCURSO DA ARVORE A PARTIR DA RAIZ W-BUSCA (PRE-ORDEM)
      *-----------------------------------------------------------------
       ARV-001.
           MOVE 1 TO W-NIVEL
           MOVE W-BUSCA TO W-PIL-NOME (1)
           PERFORM ARV-LINHA THRU ARV-LINHA-FIM
           PERFORM ARV-PRIM THRU ARV-PRIM-FIM
           MOVE W-POS TO W-PIL-POS (1).
       ARV-002.
           IF W-NIVEL = ZEROS
               GO TO ARV-001-FIM.
           MOVE W-PIL-POS (W-NIVEL) TO W-POS
           IF W-POS = ZEROS OR W-POS > W-QTD
               SUBTRACT 1 FROM W-NIVEL
               GO TO ARV-002.
           IF IND-PAI (W-POS) NOT = W-PIL-NOME (W-NIVEL)
               SUBTRACT 1 FROM W-NIVEL
               GO TO ARV-002.
           ADD 1 TO W-PIL-POS (W-NIVEL)
           IF W-NIVEL = 20
               GO TO ARV-002.
           ADD 1 TO W-NIVEL
           MOVE IND-FIL (W-POS) TO W-PIL-NOME (W-NIVEL) W-BUSCA
           PERFORM ARV-LINHA THRU ARV-LINHA-FIM
           PERFORM ARV-PRIM THRU ARV-PRIM-FIM
           MOVE W-POS TO W-PIL-POS (W-NIVEL)
           GO TO ARV-002.
       ARV-001-FIM.
           EXIT.
      *
      *        PRIMEIRA POSICAO DE IND-TAB EM QUE W-BUSCA E PADRINHO
      *        (ZERO = NAO INDICOU NINGUEM)
       ARV-PRIM.
           MOVE ZEROS TO W-POS W-J.
       ARV-PRIM-LER.
           ADD 1 TO W-J.
           IF W-J > W-QTD
               GO TO ARV-PRIM-FIM.
           IF IND-PAI (W-J) NOT = W-BUSCA
               GO TO ARV-PRIM-LER.
           MOVE W-J TO W-POS.
       ARV-PRIM-FIM.
           EXIT.
      *
      *        UMA LINHA POR AMIGO: APELIDO RECUADO PELA GERACAO (ATE A
      *        DECIMA, DALI EM DIANTE FICA NA MESMA COLUNA), NOME E
      *        QUANTIDADE DE DESCENDENTES
       ARV-LINHA.
           PERFORM CNT-001 THRU CNT-001-FIM
           MOVE SPACES TO LINREL
           IF W-NIVEL > 10
               MOVE 28 TO W-COLUNA
           ELSE
               COMPUTE W-COLUNA = (W-NIVEL - 1) * 3 + 1.
           MOVE W-BUSCA TO LINREL (W-COLUNA:12)
           MOVE W-BUSCA TO APELIDO
           READ CODAMIGO
           IF ST-ERRO = "00"
               MOVE NOME TO LINREL (42:25)
           ELSE
               MOVE "(FORA DO CADASTRO)" TO LINREL (42:25).
           MOVE W-DESC TO W-DESCED
           MOVE W-DESCED TO LINREL (71:4)
           PERFORM IND-IMP THRU IND-IMP-FIM.
       ARV-LINHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONTA OS DESCENDENTES DE W-BUSCA (W-DESC) COM A PILHA W-CPL,
      * SEM MEXER NA PILHA DO PERCURSO NEM EM W-BUSCA
      *-----------------------------------------------------------------
       CNT-001.
           MOVE ZEROS TO W-DESC
           MOVE 1 TO W-CNIVEL
           MOVE W-BUSCA TO W-CPL-NOME (1)
           PERFORM CNT-PRIM THRU CNT-PRIM-FIM
           MOVE W-POS TO W-CPL-POS (1).
       CNT-002.
           IF W-CNIVEL = ZEROS
               GO TO CNT-001-FIM.
           MOVE W-CPL-POS (W-CNIVEL) TO W-POS
           IF W-POS = ZEROS OR W-POS > W-QTD
               SUBTRACT 1 FROM W-CNIVEL
               GO TO CNT-002.
           IF IND-PAI (W-POS) NOT = W-CPL-NOME (W-CNIVEL)
               SUBTRACT 1 FROM W-CNIVEL
               GO TO CNT-002.
           ADD 1 TO W-CPL-POS (W-CNIVEL)
           ADD 1 TO W-DESC
           IF W-CNIVEL = 20
               GO TO CNT-002.
           ADD 1 TO W-CNIVEL
           MOVE IND-FIL (W-POS) TO W-CPL-NOME (W-CNIVEL)
           PERFORM CNT-PRIM THRU CNT-PRIM-FIM
           MOVE W-POS TO W-CPL-POS (W-CNIVEL)
           GO TO CNT-002.
       CNT-001-FIM.
           EXIT.
      *
       CNT-PRIM.
           MOVE ZEROS TO W-POS W-J.
       CNT-PRIM-LER.
           ADD 1 TO W-J.
           IF W-J > W-QTD
               GO TO CNT-PRIM-FIM.
           IF IND-PAI (W-J) NOT = W-CPL-NOME (W-CNIVEL)
               GO TO CNT-PRIM-LER.
           MOVE W-J TO W-POS.
       CNT-PRIM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RODAPE E ENCERRAMENTO
      *-----------------------------------------------------------------
       IND-FIM.
           MOVE SPACES TO LINREL
           PERFORM IND-IMP THRU IND-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "INDICACOES: " W-QTD "   RAIZES: " W-RAIZES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM IND-IMP THRU IND-IMP-FIM.
           CLOSE RELACAO TIPOREL CODAMIGO RELIND IMPRESSORA.
           DISPLAY "RELINDIC - RELATORIO GERADO EM RELINDIC.TXT".
           DISPLAY "INDICACOES: " W-QTD "   RAIZES: " W-RAIZES.
           GO TO ROT-FIM.
      *
       IND-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       IND-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
