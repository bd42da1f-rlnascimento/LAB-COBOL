       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCOEVA.
      **************************************
      *  RISCO DE EVASAO - LISTA SEMANAL   *
      *  DE RETENCAO POR ALUNO             *
      **************************************
      *----------------------------------------------------------------
      * JUNTA POR CODALU OS QUATRO SINAIS DE QUE O ALUNO ESTA PARA
      * SAIR, CADA UM COM O SEU PESO NO PARAMET.DAT (VIA PARLER):
      *   RSCFALTA - POR FALTA SEGUIDA: AUSENCIAS NA CHAMADA DESDE A
      *              ULTIMA PRESENCA (A FALTA ABONADA NAO CONTA NEM
      *              INTERROMPE) - PADRAO 2;
      *   RSCMENS  - POR MENSALIDADE EM ABERTO DE COMPETENCIA JA
      *              PASSADA (CANCELADA NAO CONTA) - PADRAO 5;
      *   RSCOCOR  - POR OCORRENCIA NOS ULTIMOS RSCMESES MESES
      *              (PADRAO 2) - PADRAO 3;
      *   RSCNOTA  - POR DISCIPLINA COM A ULTIMA NOTA LANCADA ABAIXO
      *              DA ANTERIOR - PADRAO 2.
      * ALUNO ATIVO COM PONTUACAO A PARTIR DE RSCMINIMO (PADRAO 10)
      * ENTRA NA LISTA, DA MAIOR PARA A MENOR, COM O MOTIVO DOS
      * PONTOS, O NOME E O FONE DO RESPONSAVEL FINANCEIRO (RESPONS.DAT
      * VIA CPYRSPP; SEM RESPONSAVEL, O FONERESP DO ALUNO) E O ULTIMO
      * CONTATO COM A FAMILIA JA LANCADO NO CADCTALU (DATA, OPERADOR E
      * O QUE FOI COMBINADO).
      * DOIS SORTS NO MODELO DO DECLIR: O PRIMEIRO APURA OS PONTOS POR
      * ALUNO NUM ARQUIVO DE TRABALHO (RISCOEVA.TMP), O SEGUNDO ORDENA
      * PELA PONTUACAO PARA A IMPRESSAO. SEM PERGUNTA NENHUMA, RODA NA
      * ESTEIRA (JOBSTREA.TXT, W NO DIA DA SEMANA).
      * ARQUIVOS: RISCOEVA.TXT E O SPOOL RISCOEVA.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALUS.
           COPY CPYCHAS.
           COPY CPYMSLS.
           COPY CPYOCRS.
           COPY CPYMATS.
           COPY CPYCTAS.
           COPY CPYRSPS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYENDS.
           SELECT RSCORD ASSIGN TO DISK.
           SELECT RSCRNK ASSIGN TO DISK.
           SELECT RISCOTMP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-TMP.
           SELECT RELRSC ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALUR.
           COPY CPYCHAR.
           COPY CPYMSLR.
           COPY CPYOCRR.
           COPY CPYMATR.
           COPY CPYCTAR.
           COPY CPYRSPR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
      *
      *        ORD-TIPO C = CHAMADA (ORD-FLAG = P/A/J), M = MENSALIDADE
      *        EM ABERTO, O = OCORRENCIA RECENTE, N = NOTA EM QUEDA
       SD  RSCORD.
       01 REGORD.
                03 ORD-CODALU      PIC 9(05).
                03 ORD-TIPO        PIC X(01).
                03 ORD-DATA        PIC 9(08).
                03 ORD-VALOR       PIC 9(06)V99.
                03 ORD-FLAG        PIC X(01).
      *
       SD  RSCRNK.
       01 REGRNK.
                03 RNK-PONTOS      PIC 9(05).
                03 RNK-CODALU      PIC 9(05).
                03 RNK-FALTAS      PIC 9(03).
                03 RNK-MESES       PIC 9(03).
                03 RNK-ABERTO      PIC 9(07)V99.
                03 RNK-OCORR       PIC 9(03).
                03 RNK-NOTAS       PIC 9(03).
      *
       FD  RISCOTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RISCOEVA.TMP".
       01 REGTMP.
                03 TMP-PONTOS      PIC 9(05).
                03 TMP-CODALU      PIC 9(05).
                03 TMP-FALTAS      PIC 9(03).
                03 TMP-MESES       PIC 9(03).
                03 TMP-ABERTO      PIC 9(07)V99.
                03 TMP-OCORR       PIC 9(03).
                03 TMP-NOTAS       PIC 9(03).
      *
       FD  RELRSC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RISCOEVA.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-CHA         PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-OCO         PIC X(02) VALUE "00".
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-CTA         PIC X(02) VALUE "00".
       77 ST-TMP         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
           COPY CPYRSPW.
           COPY CPYENDW.
       77 W-CTAABERTO    PIC X(01) VALUE "N".
      *        PESOS E LIMITES (PARAMET.DAT VIA PARLER); AUSENTES,
      *        VALEM OS PADROES ABAIXO
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-PESOFALTA    PIC 9(03) VALUE 2.
       77 W-PESOMENS     PIC 9(03) VALUE 5.
       77 W-PESOOCOR     PIC 9(03) VALUE 3.
       77 W-PESONOTA     PIC 9(03) VALUE 2.
       77 W-JANMESES     PIC 9(02) VALUE 2.
       77 W-MINIMO       PIC 9(05) VALUE 10.
      *        APURACAO DO ALUNO CORRENTE NO PRIMEIRO SORT
       77 W-PRIMALU      PIC X(01) VALUE "S".
       77 W-CODANT       PIC 9(05) VALUE ZEROS.
       77 W-FALTAFIM     PIC X(01) VALUE "N".
       77 W-FALTAS       PIC 9(03) VALUE ZEROS.
       77 W-MESES        PIC 9(03) VALUE ZEROS.
       77 W-ABERTO       PIC 9(07)V99 VALUE ZEROS.
       77 W-OCORR        PIC 9(03) VALUE ZEROS.
       77 W-NOTAS        PIC 9(03) VALUE ZEROS.
       77 W-PONTOS       PIC 9(05) VALUE ZEROS.
      *        QUEDA DE NOTA DA MATRICULA
       77 W-NOTAULT      PIC 99V9  VALUE ZEROS.
       77 W-NOTAANT      PIC 99V9  VALUE ZEROS.
      *        CONTADORES DO RESUMO
       77 W-ALUAPUR      PIC 9(06) VALUE ZEROS.
       77 W-NALISTA      PIC 9(06) VALUE ZEROS.
       77 W-INATIVOS     PIC 9(06) VALUE ZEROS.
       77 W-RANK         PIC 9(05) VALUE ZEROS.
       77 W-ULTACHOU     PIC X(01) VALUE "N".
       01 W-ULTIMO.
            03 W-ULT-DATA      PIC 9(08).
            03 W-ULT-TIPO      PIC X(01).
            03 W-ULT-NOTA      PIC X(40).
            03 W-ULT-OPER      PIC X(12).
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
            03 W-HOJE-ANO   PIC 9(04).
            03 W-HOJE-MES   PIC 9(02).
            03 W-HOJE-DIA   PIC 9(02).
       77 W-COMPETATU    PIC 9(06) VALUE ZEROS.
       01 W-CORTE        PIC 9(08) VALUE ZEROS.
       01 W-CORTE-R REDEFINES W-CORTE.
            03 W-CORTE-ANO  PIC 9(04).
            03 W-CORTE-MES  PIC 9(02).
            03 W-CORTE-DIA  PIC 9(02).
       01 MASC-VALOR     PIC ZZZ.ZZ9,99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RISCOEVA - RISCO DE EVASAO / LISTA DE RETENCAO".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-COMPETATU = W-HOJE-ANO * 100 + W-HOJE-MES
           PERFORM RSC-PAR THRU RSC-PAR-FIM.
           PERFORM RSC-OP0 THRU RSC-OP0-FIM.
           SORT RSCORD ON ASCENDING KEY ORD-CODALU ORD-TIPO
                          DESCENDING KEY ORD-DATA
                       INPUT PROCEDURE RSC-SELECIONA
                                  THRU RSC-SELECIONA-FIM
                       OUTPUT PROCEDURE RSC-APURA
                                  THRU RSC-APURA-FIM.
           SORT RSCRNK ON DESCENDING KEY RNK-PONTOS
                          ASCENDING KEY RNK-CODALU
                       INPUT PROCEDURE RSC-CARREGA
                                  THRU RSC-CARREGA-FIM
                       OUTPUT PROCEDURE RSC-IMPRIME
                                  THRU RSC-IMPRIME-FIM.
           PERFORM RSC-RESUMO THRU RSC-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * PESOS DO PARAMET.DAT E DATA DE CORTE DAS OCORRENCIAS
      *-----------------------------------------------------------------
       RSC-PAR.
           MOVE "RSCFALTA" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOFALTA.
           MOVE "RSCMENS" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOMENS.
           MOVE "RSCOCOR" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESOOCOR.
           MOVE "RSCNOTA" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PESONOTA.
           MOVE "RSCMESES" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-JANMESES.
           MOVE "RSCMINIMO" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-MINIMO.
      *        CORTE = HOJE MENOS W-JANMESES MESES (MESMO DIA)
           MOVE W-HOJE TO W-CORTE
           MOVE ZEROS TO W-RANK.
       RSC-PAR-MES.
           IF W-RANK NOT < W-JANMESES
               GO TO RSC-PAR-FIM.
           IF W-CORTE-MES = 1
               MOVE 12 TO W-CORTE-MES
               SUBTRACT 1 FROM W-CORTE-ANO
           ELSE
               SUBTRACT 1 FROM W-CORTE-MES.
           ADD 1 TO W-RANK
           GO TO RSC-PAR-MES.
       RSC-PAR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - SEM CHAMADA/MENSALID/OCORREN/MATRICUL
      * O SINAL CORRESPONDENTE SO NAO PONTUA; SEM CONTALU.DAT NAO HA
      * ULTIMO CONTATO A MOSTRAR
      *-----------------------------------------------------------------
       RSC-OP0.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN OUTPUT RELRSC
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RISCOEVA.TXT - ST=" ST-REL
               MOVE 8 TO RETURN-CODE
               CLOSE ALUNO
               GO TO ROT-FIM.
           MOVE "RISCOEVA.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RISCOEVA" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               MOVE 8 TO RETURN-CODE
               CLOSE ALUNO RELRSC
               GO TO ROT-FIM.
           OPEN INPUT CONTALU
           IF ST-CTA = "00"
               MOVE "S" TO W-CTAABERTO.
           PERFORM RSP-ABRE THRU RSP-ABRE-FIM.
       RSC-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 1 - OS SINAIS DE CADA ARQUIVO, UM REGISTRO POR EVENTO
      *-----------------------------------------------------------------
       RSC-SELECIONA.
           OPEN INPUT CHAMADA
           IF ST-CHA NOT = "00"
               GO TO RSC-SELECIONA-MEN.
       RSC-SELECIONA-CHA.
           READ CHAMADA NEXT RECORD
               AT END
                   CLOSE CHAMADA
                   GO TO RSC-SELECIONA-MEN.
           MOVE CHA-CODALU   TO ORD-CODALU
           MOVE "C"          TO ORD-TIPO
           MOVE CHA-DATA     TO ORD-DATA
           MOVE ZEROS        TO ORD-VALOR
           MOVE CHA-PRESENTE TO ORD-FLAG
           RELEASE REGORD.
           GO TO RSC-SELECIONA-CHA.
      *
       RSC-SELECIONA-MEN.
           OPEN INPUT MENSALID
           IF ST-MEN NOT = "00"
               GO TO RSC-SELECIONA-OCO.
       RSC-SELECIONA-MENLER.
           READ MENSALID NEXT RECORD
               AT END
                   CLOSE MENSALID
                   GO TO RSC-SELECIONA-OCO.
           IF MEN-DATAPAG NOT = ZEROS OR MEN-SITUACAO = "C"
               GO TO RSC-SELECIONA-MENLER.
           IF MEN-COMPET NOT < W-COMPETATU
               GO TO RSC-SELECIONA-MENLER.
           MOVE MEN-CODALU   TO ORD-CODALU
           MOVE "M"          TO ORD-TIPO
           COMPUTE ORD-DATA = MEN-COMPET-ANO * 10000
                            + MEN-COMPET-MES * 100 + 1
           MOVE MEN-VALOR    TO ORD-VALOR
           MOVE SPACES       TO ORD-FLAG
           RELEASE REGORD.
           GO TO RSC-SELECIONA-MENLER.
      *
       RSC-SELECIONA-OCO.
           OPEN INPUT OCORREN
           IF ST-OCO NOT = "00"
               GO TO RSC-SELECIONA-MAT.
       RSC-SELECIONA-OCOLER.
           READ OCORREN NEXT RECORD
               AT END
                   CLOSE OCORREN
                   GO TO RSC-SELECIONA-MAT.
           IF OCO-DATA < W-CORTE
               GO TO RSC-SELECIONA-OCOLER.
           MOVE OCO-CODALU   TO ORD-CODALU
           MOVE "O"          TO ORD-TIPO
           MOVE OCO-DATA     TO ORD-DATA
           MOVE ZEROS        TO ORD-VALOR
           MOVE SPACES       TO ORD-FLAG
           RELEASE REGORD.
           GO TO RSC-SELECIONA-OCOLER.
      *
       RSC-SELECIONA-MAT.
           OPEN INPUT MATRICUL
           IF ST-MAT NOT = "00"
               GO TO RSC-SELECIONA-FIM.
       RSC-SELECIONA-MATLER.
           READ MATRICUL NEXT RECORD
               AT END
                   CLOSE MATRICUL
                   GO TO RSC-SELECIONA-FIM.
           IF MAT-SITUACAO NOT = SPACES
               GO TO RSC-SELECIONA-MATLER.
           PERFORM RSC-QUEDA THRU RSC-QUEDA-FIM.
           IF W-NOTAANT = ZEROS OR W-NOTAULT NOT < W-NOTAANT
               GO TO RSC-SELECIONA-MATLER.
           MOVE MAT-CODALU   TO ORD-CODALU
           MOVE "N"          TO ORD-TIPO
           MOVE ZEROS        TO ORD-DATA ORD-VALOR
           MOVE SPACES       TO ORD-FLAG
           RELEASE REGORD.
           GO TO RSC-SELECIONA-MATLER.
       RSC-SELECIONA-FIM.
           EXIT.
      *
      *        ULTIMA NOTA LANCADA E A LANCADA ANTES DELA
       RSC-QUEDA.
           MOVE ZEROS TO W-NOTAULT W-NOTAANT
           IF MAT-NOTA1 > ZEROS
               MOVE MAT-NOTA1 TO W-NOTAULT.
           IF MAT-NOTA2 > ZEROS
               MOVE W-NOTAULT TO W-NOTAANT
               MOVE MAT-NOTA2 TO W-NOTAULT.
           IF MAT-NOTA3 > ZEROS
               MOVE W-NOTAULT TO W-NOTAANT
               MOVE MAT-NOTA3 TO W-NOTAULT.
           IF MAT-NOTA4 > ZEROS
               MOVE W-NOTAULT TO W-NOTAANT
               MOVE MAT-NOTA4 TO W-NOTAULT.
       RSC-QUEDA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 1 - PONTOS POR ALUNO NO ARQUIVO DE TRABALHO (A CHAMADA
      * VEM DA MAIS RECENTE PARA A MAIS ANTIGA)
      *-----------------------------------------------------------------
       RSC-APURA.
           OPEN OUTPUT RISCOTMP
           IF ST-TMP NOT = "00"
               DISPLAY "ERRO AO CRIAR RISCOEVA.TMP - ST=" ST-TMP
               MOVE 8 TO RETURN-CODE
               GO TO RSC-APURA-FIM.
       RSC-APURA-LER.
           RETURN RSCORD AT END GO TO RSC-APURA-ULT.
           IF W-PRIMALU = "S" OR ORD-CODALU NOT = W-CODANT
               PERFORM RSC-FECHA THRU RSC-FECHA-FIM
               MOVE "N" TO W-PRIMALU
               MOVE ORD-CODALU TO W-CODANT
               MOVE "N" TO W-FALTAFIM
               MOVE ZEROS TO W-FALTAS W-MESES W-ABERTO W-OCORR
                             W-NOTAS.
           IF ORD-TIPO = "C"
               PERFORM RSC-FALTA THRU RSC-FALTA-FIM.
           IF ORD-TIPO = "M"
               ADD 1 TO W-MESES
               ADD ORD-VALOR TO W-ABERTO.
           IF ORD-TIPO = "O"
               ADD 1 TO W-OCORR.
           IF ORD-TIPO = "N"
               ADD 1 TO W-NOTAS.
           GO TO RSC-APURA-LER.
       RSC-APURA-ULT.
           PERFORM RSC-FECHA THRU RSC-FECHA-FIM.
           CLOSE RISCOTMP.
       RSC-APURA-FIM.
           EXIT.
      *
      *        FALTAS SEGUIDAS ATE A PRIMEIRA PRESENCA
       RSC-FALTA.
           IF W-FALTAFIM = "S"
               GO TO RSC-FALTA-FIM.
           IF ORD-FLAG = "P"
               MOVE "S" TO W-FALTAFIM
               GO TO RSC-FALTA-FIM.
           IF ORD-FLAG = "A" AND W-FALTAS < 999
               ADD 1 TO W-FALTAS.
       RSC-FALTA-FIM.
           EXIT.
      *
      *        PONTUA O ALUNO ANTERIOR; SO ATIVO ACIMA DO MINIMO VAI
      *        PARA O ARQUIVO DE TRABALHO
       RSC-FECHA.
           IF W-PRIMALU = "S"
               GO TO RSC-FECHA-FIM.
           ADD 1 TO W-ALUAPUR
           COMPUTE W-PONTOS = W-FALTAS * W-PESOFALTA
                            + W-MESES  * W-PESOMENS
                            + W-OCORR  * W-PESOOCOR
                            + W-NOTAS  * W-PESONOTA
           IF W-PONTOS < W-MINIMO
               GO TO RSC-FECHA-FIM.
           MOVE W-CODANT TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               GO TO RSC-FECHA-FIM.
           IF SITALU = "C" OR SITALU = "T"
               ADD 1 TO W-INATIVOS
               GO TO RSC-FECHA-FIM.
           MOVE W-PONTOS TO TMP-PONTOS
           MOVE W-CODANT TO TMP-CODALU
           MOVE W-FALTAS TO TMP-FALTAS
           MOVE W-MESES  TO TMP-MESES
           MOVE W-ABERTO TO TMP-ABERTO
           MOVE W-OCORR  TO TMP-OCORR
           MOVE W-NOTAS  TO TMP-NOTAS
           WRITE REGTMP.
           ADD 1 TO W-NALISTA.
       RSC-FECHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 2 - ENTRADA DO ARQUIVO DE TRABALHO
      *-----------------------------------------------------------------
       RSC-CARREGA.
           OPEN INPUT RISCOTMP
           IF ST-TMP NOT = "00"
               GO TO RSC-CARREGA-FIM.
       RSC-CARREGA-LER.
           READ RISCOTMP
               AT END
                   CLOSE RISCOTMP
                   GO TO RSC-CARREGA-FIM.
           MOVE REGTMP TO REGRNK
           RELEASE REGRNK.
           GO TO RSC-CARREGA-LER.
       RSC-CARREGA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 2 - LISTA DE RETENCAO DA MAIOR PONTUACAO PARA A MENOR
      *-----------------------------------------------------------------
       RSC-IMPRIME.
           MOVE SPACES TO LINREL
           STRING "ESCOLA LOJA AMIGOS - LISTA DE RETENCAO EM " W-HOJE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RSC-PAGINA THRU RSC-PAGINA-FIM.
           MOVE SPACES TO LINREL
           STRING "PESOS: FALTA SEGUIDA " W-PESOFALTA
                  "  MES ABERTO " W-PESOMENS
                  "  OCORRENCIA " W-PESOOCOR
                  "  NOTA EM QUEDA " W-PESONOTA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
       RSC-IMPRIME-LER.
           RETURN RSCRNK AT END GO TO RSC-IMPRIME-FIM.
           ADD 1 TO W-RANK
           MOVE RNK-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS TO FONERESP CPFRESP.
           PERFORM RSP-BUSCA THRU RSP-BUSCA-FIM.
           MOVE SPACES TO LINREL
           STRING W-RANK " " RNK-CODALU " " NOME
                  " PONTOS " RNK-PONTOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "      RESPONSAVEL " W-RSPNOME
                  " FONE " W-RSPDDD "-" W-RSPNUMFONE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
           MOVE RNK-ABERTO TO MASC-VALOR
           MOVE SPACES TO LINREL
           STRING "      FALTAS SEGUIDAS " RNK-FALTAS
                  "  MESES ABERTO " RNK-MESES " (" MASC-VALOR ")"
                  "  OCORR " RNK-OCORR
                  "  NOTAS CAINDO " RNK-NOTAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
           PERFORM RSC-CONTATO THRU RSC-CONTATO-FIM.
           GO TO RSC-IMPRIME-LER.
       RSC-IMPRIME-FIM.
           EXIT.
      *
      *        ULTIMO CONTATO COM A FAMILIA (CONTALU.DAT)
       RSC-CONTATO.
           MOVE SPACES TO LINREL
           MOVE "      ULTIMO CONTATO: NENHUM" TO LINREL
           IF W-CTAABERTO NOT = "S"
               GO TO RSC-CONTATO-IMP.
           MOVE "N" TO W-ULTACHOU
           MOVE RNK-CODALU TO CTA-CODALU
           MOVE ZEROS TO CTA-DATA CTA-HORA
           START CONTALU KEY IS NOT LESS THAN CTA-CHAVE
           IF ST-CTA NOT = "00"
               GO TO RSC-CONTATO-IMP.
       RSC-CONTATO-LER.
           READ CONTALU NEXT RECORD
               AT END GO TO RSC-CONTATO-MONTA.
           IF CTA-CODALU NOT = RNK-CODALU
               GO TO RSC-CONTATO-MONTA.
           MOVE "S" TO W-ULTACHOU
           MOVE CTA-DATA     TO W-ULT-DATA
           MOVE CTA-TIPO     TO W-ULT-TIPO
           MOVE CTA-NOTA     TO W-ULT-NOTA
           MOVE CTA-OPERADOR TO W-ULT-OPER
           GO TO RSC-CONTATO-LER.
       RSC-CONTATO-MONTA.
           IF W-ULTACHOU NOT = "S"
               GO TO RSC-CONTATO-IMP.
           MOVE SPACES TO LINREL
           STRING "      ULTIMO CONTATO " W-ULT-DATA " " W-ULT-TIPO
                  " " W-ULT-OPER " " W-ULT-NOTA
                  DELIMITED BY SIZE INTO LINREL.
       RSC-CONTATO-IMP.
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
       RSC-CONTATO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       RSC-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ALUNOS COM ALGUM SINAL...........: " W-ALUAPUR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "NA LISTA (PONTOS >= " W-MINIMO ")........: "
                  W-NALISTA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ACIMA DO MINIMO MAS JA FORA......: " W-INATIVOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RSC-IMP THRU RSC-IMP-FIM.
           IF W-CTAABERTO = "S"
               CLOSE CONTALU.
           PERFORM RSP-FECHA THRU RSP-FECHA-FIM.
           CLOSE ALUNO RELRSC IMPRESSORA.
           DISPLAY "RISCOEVA - LISTA GERADA EM RISCOEVA.TXT".
           DISPLAY "ALUNOS NA LISTA............: " W-NALISTA.
       RSC-RESUMO-FIM.
           EXIT.
      *
      *        PRIMEIRA LINHA DE UMA PAGINA NOVA (JA EM LINREL)
       RSC-PAGINA.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               MOVE "N" TO W-PRIMLIN
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
       RSC-PAGINA-FIM.
           EXIT.
      *
       RSC-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RSC-IMP-FIM.
           EXIT.
      *
      *        GOBACK NO LUGAR DE STOP RUN: RODANDO SOZINHO ENCERRA
      *        O PROGRAMA NORMALMENTE; CHAMADO PELO CONTROLADOR
      *        (JOBCTRL) DEVOLVE O CONTROLE COM O RETURN-CODE
       ROT-FIM.
           GOBACK.
      *
      *-----------------------------------------------------------------
      * RESPONSAVEL FINANCEIRO (CPYRSPP) E COMPLEMENTO DE ENDERECO
      *-----------------------------------------------------------------
           COPY CPYRSPP.
           COPY CPYENDP
               REPLACING ==CPY-CPFCAMPO== BY ==RSP-CPF==.
