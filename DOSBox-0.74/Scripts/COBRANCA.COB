      *----------------------------------------------------------------
      * O MESMO MOTOR DE MODELO DO CARTAMIG APONTADO PARA A
      * COBRANCA: O USUARIO EDITA COBRAMOD.TXT COM OS MARCADORES
      *     &NOME &CODIGO &FONE &TOTAL &CPF &ENDERECO &CIDADE
      * E UMA LINHA COMECANDO EM &LISTA, QUE VIRA UMA LINHA POR
      * COMPETENCIA EM ABERTO (MES/ANO, ALUNO E VALOR). O OPERADOR
      * INFORMA O ATRASO MINIMO EM MESES (OS MESMOS BALDES DO
      * RELINAD) E SAI UMA CARTA POR RESPONSAVEL FINANCEIRO DEVEDOR
      * (CPFRESP DO ALUNO, RESPONS.DAT) - OS IRMAOS VEM NA MESMA
      * CARTA, AGRUPADOS VIA SORT. &NOME, &FONE, &CPF E O ENDERECO
      * SAO DE QUEM PAGA; ALUNO SEM RESPONSAVEL RECEBE A PROPRIA
      * CARTA COM O NOME DELE E O FONERESP, COMO ANTES. &CODIGO E O
      * CODIGO DO PRIMEIRO ALUNO DO GRUPO. CADA CARTA EM PAGINA NOVA
      * NO SPOOL. COMPETENCIA SOB ACORDO NAO ENTRA NA CARTA. A CARTA
      * EDUCADA RECUPERA METADE DOS CASOS ANTES DO TELEFONEMA.
      * COM TRIAGEM POSTAL (CPYTRPP) AS CARTAS VAO PARA TRIPECA.TXT EM
      * VEZ DA IMPRESSORA, COM O CEP DO ENDERECO DE QUEM PAGA, E O
      * TRIAGEM AS IMPRIME EM ORDEM DE CEP COM OS MALOTES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY CPYMSLS.
           COPY CPYALUS.
           COPY CPYRSPS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYENDS.
           COPY CPYTRPS.
           SELECT COBORD ASSIGN TO DISK.
           SELECT MODELO ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-MOD.
       FILE SECTION.
           COPY CPYMSLR.
           COPY CPYALUR.
           COPY CPYRSPR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
           COPY CPYTRPR.
      *
      *        ORD-TIPO 1 = GRUPO DE UM RESPONSAVEL (ORD-GRUPO = CPF),
      *        2 = ALUNO SEM RESPONSAVEL (ORD-GRUPO = CODALU)
       SD  COBORD.
       01 REGORD.
                03 ORD-TIPO        PIC 9(01).
                03 ORD-GRUPO       PIC 9(11).
                03 ORD-CODALU      PIC 9(05).
                03 ORD-COMPET      PIC 9(06).
                03 ORD-VALOR       PIC 9(06)V99.
                03 ORD-ATRASO      PIC 9(03).
                03 ORD-NOME        PIC X(30).
      *
       FD  MODELO
               LABEL RECORD IS STANDARD
       77 W-MAXATRASO    PIC 9(03) VALUE ZEROS.
       77 W-ALUANT       PIC 9(05) VALUE ZEROS.
       77 W-PRIMALU      PIC X(01) VALUE "S".
       77 W-ALUOK        PIC X(01) VALUE "N".
       77 W-TIPOANT      PIC 9(01) VALUE ZEROS.
       77 W-GRUPOANT     PIC 9(11) VALUE ZEROS.
       77 W-ALUGRP       PIC 9(05) VALUE ZEROS.
       77 W-CIDLIN       PIC X(35) VALUE SPACES.
       77 W-CPFLIN       PIC X(11) VALUE SPACES.
           COPY CPYRSPW.
           COPY CPYENDW.
           COPY CPYTRPW.
       77 W-TOTDEV       PIC 9(08)V99 VALUE ZEROS.
       77 W-IX           PIC 9(02) VALUE ZEROS.
       01 W-COMPATU      PIC 9(06) VALUE ZEROS.
       01 TPL-TAB.
            03 TPL-LIN PIC X(80) OCCURS 60 TIMES.
      *
      *COMPETENCIAS EM ABERTO DO PAGADOR CORRENTE, DE TODOS OS
      *IRMAOS (ATE 48)
       01 ABE-TAB.
            03 ABE-LIN OCCURS 48 TIMES.
                05 ABE-COMPET   PIC 9(06).
                05 ABE-VALOR    PIC 9(06)V99.
                05 ABE-CODALU   PIC 9(05).
                05 ABE-NOME     PIC X(30).
       77 ABE-QTD        PIC 9(02) VALUE ZEROS.
           COPY CPYMASC.
      *
           ACCEPT W-DATA FROM DATE YYYYMMDD
           MOVE W-DATA-ANO TO W-COMPATU-ANO
           MOVE W-DATA-MES TO W-COMPATU-MES.
           PERFORM TRP-PERGUNTA THRU TRP-PERGUNTA-FIM.
           MOVE "COBRANCA" TO W-TRPORIGEM
           MOVE "C" TO W-TRPFORMATO
           PERFORM COB-OP0 THRU COB-OP0-FIM.
           PERFORM COB-MODELO THRU COB-MODELO-FIM.
           PERFORM RSP-ABRE THRU RSP-ABRE-FIM.
           SORT COBORD ON ASCENDING KEY ORD-TIPO ORD-GRUPO
                                        ORD-CODALU ORD-COMPET
                       INPUT PROCEDURE COB-LER
                                  THRU COB-LER-FIM
                       OUTPUT PROCEDURE COB-IMPRIME
                                  THRU COB-IMPRIME-FIM.
           GO TO COB-EOF.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE MODELO MENSALID ALUNO RELCOB
               GO TO ROT-FIM.
           PERFORM TRP-ABRE THRU TRP-ABRE-FIM.
       COB-OP0-FIM.
           EXIT.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
      * VARRE AS MENSALIDADES E SOLTA NO SORT AS EM ABERTO, COM O
      * PAGADOR (CPFRESP DO ALUNO) NA FRENTE DA CHAVE
      *-----------------------------------------------------------------
       COB-LER.
           READ MENSALID NEXT RECORD
               AT END GO TO COB-LER-FIM.
           IF MEN-DATAPAG NOT = ZEROS OR MEN-ACORDO NOT = ZEROS
               GO TO COB-LER.
      *        COMPETENCIA CANCELADA NA SAIDA DO ALUNO (CADSAIDA) NAO
      *        E DIVIDA - O QUE FICOU EM ABERTO ANTES DA SAIDA SEGUE
      *        NA CARTA
           IF MEN-SITUACAO = "C"
               GO TO COB-LER.
           IF MEN-COMPET NOT < W-COMPATU
               GO TO COB-LER.
           COMPUTE W-ATRASO =
               (W-COMPATU-ANO - MEN-COMPET-ANO) * 12
               + W-COMPATU-MES - MEN-COMPET-MES
      *        MENSALID VEM EM ORDEM DE CODALU - O ALUNO SO E RELIDO
      *        QUANDO MUDA
           IF W-PRIMALU = "S" OR MEN-CODALU NOT = W-ALUANT
               MOVE "N" TO W-PRIMALU
               MOVE MEN-CODALU TO W-ALUANT
               MOVE MEN-CODALU TO CODALU
               MOVE "S" TO W-ALUOK
               READ ALUNO
               IF ST-ERRO NOT = "00"
                   MOVE "N" TO W-ALUOK
                   MOVE SPACES TO NOME.
           IF W-ALUOK = "S" AND CPFRESP NOT = ZEROS
               MOVE 1          TO ORD-TIPO
               MOVE CPFRESP    TO ORD-GRUPO
           ELSE
               MOVE 2          TO ORD-TIPO
               MOVE MEN-CODALU TO ORD-GRUPO.
           MOVE MEN-CODALU TO ORD-CODALU
           MOVE MEN-COMPET TO ORD-COMPET
           MOVE MEN-VALOR  TO ORD-VALOR
           MOVE W-ATRASO   TO ORD-ATRASO
           MOVE NOME       TO ORD-NOME
           RELEASE REGORD.
           GO TO COB-LER.
       COB-LER-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RECEBE DO SORT JA AGRUPADO POR PAGADOR, FECHANDO O GRUPO A
      * CADA TROCA DE RESPONSAVEL (OU DE ALUNO SEM RESPONSAVEL)
      *-----------------------------------------------------------------
       COB-IMPRIME.
           MOVE "S" TO W-PRIMALU.
       COB-IMPRIME-LER.
           RETURN COBORD
               AT END GO TO COB-IMPRIME-EOF.
           IF W-PRIMALU = "S"
               MOVE "N" TO W-PRIMALU
               MOVE ORD-TIPO   TO W-TIPOANT
               MOVE ORD-GRUPO  TO W-GRUPOANT
               MOVE ORD-CODALU TO W-ALUGRP.
           IF ORD-TIPO NOT = W-TIPOANT OR ORD-GRUPO NOT = W-GRUPOANT
               PERFORM COB-FECHALU THRU COB-FECHALU-FIM
               MOVE ORD-TIPO   TO W-TIPOANT
               MOVE ORD-GRUPO  TO W-GRUPOANT
               MOVE ORD-CODALU TO W-ALUGRP.
           IF ORD-ATRASO > W-MAXATRASO
               MOVE ORD-ATRASO TO W-MAXATRASO.
           IF ABE-QTD < 48
               ADD 1 TO ABE-QTD
               MOVE ORD-COMPET TO ABE-COMPET (ABE-QTD)
               MOVE ORD-VALOR  TO ABE-VALOR (ABE-QTD)
               MOVE ORD-CODALU TO ABE-CODALU (ABE-QTD)
               MOVE ORD-NOME   TO ABE-NOME (ABE-QTD)
               ADD ORD-VALOR TO W-TOTDEV.
           GO TO COB-IMPRIME-LER.
       COB-IMPRIME-EOF.
           IF W-PRIMALU = "N"
               PERFORM COB-FECHALU THRU COB-FECHALU-FIM.
       COB-IMPRIME-FIM.
           EXIT.
      *
       COB-FECHALU.
           IF ABE-QTD > ZEROS AND W-MAXATRASO NOT < W-MINATRASO
           EXIT.
      *
      *-----------------------------------------------------------------
      * MONTA E IMPRIME A CARTA DO PAGADOR (PAGINA NOVA)
      *-----------------------------------------------------------------
       COB-CARTA.
           MOVE W-ALUGRP TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS TO DDDRESP NUMRESP CPFRESP.
           PERFORM RSP-BUSCA THRU RSP-BUSCA-FIM.
           MOVE SPACES TO W-CIDLIN W-CPFLIN
           IF W-RSPCIDADE NOT = SPACES
               STRING W-RSPCIDADE "/" W-RSPUF " " W-RSPCEP
                      DELIMITED BY SIZE INTO W-CIDLIN.
           IF W-RSPCPF NOT = ZEROS
               MOVE W-RSPCPF TO W-CPFLIN.
           ADD 1 TO W-CARTAS
           MOVE "S" TO W-PRIMLIN
           MOVE 1 TO W-TPLIX.
           IF W-TRIAGEM = "S"
               MOVE W-RSPCEP    TO W-TRPCEP
               MOVE W-RSPUF     TO W-TRPUF
               MOVE W-RSPCIDADE TO W-TRPCIDADE
               PERFORM TRP-INICIA THRU TRP-INICIA-FIM.
       COB-CARTA-LIN.
           IF W-TPLIX > W-TPLQTD
               GO TO COB-CARTA-SEP.
           PERFORM SUB-LINHA THRU SUB-LINHA-FIM
           MOVE W-LINSAI TO LINREL
           WRITE LINREL
           IF W-TRIAGEM = "S"
               MOVE W-LINSAI TO W-TRPTEXTO
               PERFORM TRP-GRAVA THRU TRP-GRAVA-FIM
               ADD 1 TO W-TPLIX
               GO TO COB-CARTA-LIN.
           MOVE W-LINSAI TO LINIMPR
           IF W-PRIMLIN = "S"
               WRITE LINIMPR AFTER ADVANCING PAGE
           MOVE SPACES TO LINREL
           STRING "   " ABE-COMPET (W-IX) (5:2) "/"
                  ABE-COMPET (W-IX) (1:4)
                  "  " ABE-CODALU (W-IX) " " ABE-NOME (W-IX) (1:25)
                  "  " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           IF W-TRIAGEM = "S"
               MOVE LINREL TO W-TRPTEXTO
               PERFORM TRP-GRAVA THRU TRP-GRAVA-FIM
           ELSE
               MOVE LINREL TO LINIMPR
               WRITE LINIMPR.
           ADD 1 TO W-IX
           GO TO COB-LISTA-LOOP.
       COB-LISTA-FIM.
               MOVE W-TOTDEV TO MASC-DINHEIRO-REL
               MOVE MASC-DINHEIRO-REL TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:9) = "&ENDERECO"
               MOVE 9 TO W-TOKTAM
               MOVE W-RSPLOGR TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:7) = "&CIDADE"
               MOVE 7 TO W-TOKTAM
               MOVE W-CIDLIN TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:5) = "&NOME"
               MOVE 5 TO W-TOKTAM
               MOVE W-RSPNOME TO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:5) = "&FONE"
               MOVE 5 TO W-TOKTAM
               STRING W-RSPDDD "-" W-RSPNUMFONE
                   DELIMITED BY SIZE INTO W-VAL
               GO TO SUB-TOKEN-VAL.
           IF W-REST (1:4) = "&CPF"
               MOVE 4 TO W-TOKTAM
               MOVE W-CPFLIN TO W-VAL
               GO TO SUB-TOKEN-VAL.
      *        & SEM MARCADOR CONHECIDO: COPIA O PROPRIO &
           MOVE "&" TO W-LINSAI (W-OP:1)
           ADD 1 TO W-IP
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       COB-EOF.
           PERFORM RSP-FECHA THRU RSP-FECHA-FIM.
           PERFORM TRP-FECHA THRU TRP-FECHA-FIM.
           CLOSE MENSALID ALUNO RELCOB IMPRESSORA.
           DISPLAY "COBRANCA - CARTAS GERADAS EM COBRANCA.TXT".
           DISPLAY "CARTAS IMPRESSAS.........: " W-CARTAS.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * RESPONSAVEL FINANCEIRO (CPYRSPP) E COMPLEMENTO DE ENDERECO
      *-----------------------------------------------------------------
           COPY CPYRSPP.
           COPY CPYENDP
               REPLACING ==CPY-CPFCAMPO== BY ==RSP-CPF==.
      *
      *-----------------------------------------------------------------
      * PECAS PARA A TRIAGEM POSTAL
      *-----------------------------------------------------------------
           COPY CPYTRPP.
