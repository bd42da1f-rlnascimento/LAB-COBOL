       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUCENSO.
      **************************************
      *  EXPORTACAO DO CENSO ESCOLAR       *
      *  (EDUCENSO.TXT + PRE-VALIDACAO)    *
      **************************************
      *----------------------------------------------------------------
      * MONTA O ARQUIVO DE MIGRACAO DO EDUCENSO DE UMA FILIAL (CADA
      * FILIAL E UMA ESCOLA NO INEP) NO LEIAUTE DE REGISTROS SEPARADOS
      * POR "|", UM TIPO POR LINHA:
      *   FASE 1 - MATRICULA INICIAL (ALUNOS NA DATA DE REFERENCIA):
      *     00 ESCOLA     INEP|NOME|ANO
      *     20 TURMA      INEP|CODIGO|NOME|HH|MM INICIO|HH|MM FIM|
      *                   DIAS (DOM..SAB, 0/1)|ETAPA
      *     30 PESSOA     INEP|CODIGO (A+CODALU / P+PROFESSOR)|ID
      *                   INEP|CPF|NOME|NASCIMENTO DD/MM/AAAA|SEXO
      *                   (1=M 2=F)|COR|NACIONALIDADE|MUNICIPIO|MAE|
      *                   ESCOLARIDADE
      *     50 DOCENTE    INEP|PROFESSOR|TURMA|FUNCAO (1=DOCENTE)
      *     60 MATRICULA  INEP|ALUNO|TURMA
      *   FASE 2 - SITUACAO DO ALUNO (DEPOIS DO FECHATER):
      *     89 ESCOLA     INEP|ANO
      *     90 SITUACAO   INEP|TURMA|ALUNO|ID INEP|SITUACAO: 1 =
      *                   TRANSFERIDO, 2 = DEIXOU DE FREQUENTAR,
      *                   4 = REPROVADO, 5 = APROVADO
      *   99 FIM DO ARQUIVO
      * ENTRAM OS ALUNOS QUE ESTAVAM NA FILIAL NA DATA DE REFERENCIA
      * (PARAMETRO CNSDTREF; AUSENTE, A ULTIMA QUARTA-FEIRA DE MAIO):
      * FILIAL ATUAL, OU A DE ORIGEM SE O TRFALUNO O TRANSFERIU DEPOIS
      * DA DATA (MOVALU.DAT TIPO F), MENOS QUEM ENTROU DEPOIS DELA
      * (TIPO E) OU JA ESTAVA CANCELADO/TRANCADO NELA. AS TURMAS SAO
      * AS DE MATRICUL.DAT DESSES ALUNOS (TURMA.DAT), COM O PROFESSOR
      * DE PROFESSO.DAT; OS DADOS PESSOAIS QUE O CADASTRO NAO TEM VEM
      * DO CENSOPES.DAT (CADCENSO). NA FASE 2 O RESULTADO SAI DO
      * HISTORIC.DAT DO TERMO INFORMADO; QUEM FOI TRANSFERIDO PARA
      * OUTRA FILIAL SAI COMO TRANSFERIDO E O CANCELADO/TRANCADO DEPOIS
      * DA DATA, COMO DEIXOU DE FREQUENTAR.
      * ANTES DE TUDO, A PRE-VALIDACAO: CADA CAMPO OBRIGATORIO QUE
      * FALTA OU ESTA INVALIDO SAI EM EDUCENSO.REL (E NO SPOOL) COM O
      * PROGRAMA ONDE SE CORRIGE. COM QUALQUER PENDENCIA O ARQUIVO
      * EDUCENSO.TXT FICA VAZIO - CORRIGE-SE NAS TELAS E RODA DE NOVO.
      * PARAMETROS: INEPFILnn (CODIGO INEP DA ESCOLA DA FILIAL nn),
      * CNSETAPA (ETAPA DE ENSINO DAS TURMAS), CNSDTREF (DATA DE
      * REFERENCIA AAAAMMDD) E AULAMIN (DURACAO DA AULA, PARA O FIM).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALUS.
           COPY CPYMATS.
           COPY CPYTURS.
           COPY CPYPRFS.
           COPY CPYECNS.
           COPY CPYMVAS.
           COPY CPYHISS.
           COPY CPYFILS REPLACING ==FILIAL== BY ==ARQFIL==.
           SELECT ARQCEN ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-CEN.
           SELECT RELCEN ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALUR.
           COPY CPYMATR.
           COPY CPYTURR.
           COPY CPYPRFR.
           COPY CPYECNR.
           COPY CPYMVAR.
           COPY CPYHISR.
           COPY CPYFILR REPLACING ==FILIAL== BY ==ARQFIL==.
      *
       FD  ARQCEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EDUCENSO.TXT".
       01 LINCEN                       PIC X(200).
      *
       FD  RELCEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EDUCENSO.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-TUR         PIC X(02) VALUE "00".
       77 ST-PRF         PIC X(02) VALUE "00".
       77 ST-ECN         PIC X(02) VALUE "00".
       77 ST-MVA         PIC X(02) VALUE "00".
       77 ST-HIS         PIC X(02) VALUE "00".
       77 ST-FIL         PIC X(02) VALUE "00".
       77 ST-CEN         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-ECNDISP      PIC X(01) VALUE "N".
       77 W-MVADISP      PIC X(01) VALUE "N".
       77 W-FILDISP      PIC X(01) VALUE "N".
      *        PEDIDO DA RODADA
       77 W-FIL          PIC 9(02) VALUE ZEROS.
       77 W-FILOK        PIC X(01) VALUE "N".
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-FASE         PIC 9(01) VALUE ZEROS.
       77 W-TERMO        PIC X(06) VALUE SPACES.
       77 W-FILNOME      PIC X(20) VALUE SPACES.
      *        PARAMETROS (PARAMET.DAT VIA PARLER)
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-INEP         PIC 9(08) VALUE ZEROS.
       77 W-ETAPA        PIC 9(03) VALUE ZEROS.
       01 W-DTREF        PIC 9(08) VALUE ZEROS.
       01 W-DTREF-R REDEFINES W-DTREF.
            03 W-REF-ANO    PIC 9(04).
            03 W-REF-MES    PIC 9(02).
            03 W-REF-DIA    PIC 9(02).
      *        DIA DA SEMANA (ZELLER, COMO NO JOBCTRL, COM AS DIVISOES
      *        TRUNCADAS UMA A UMA)
       77 W-ZA           PIC 9(04) VALUE ZEROS.
       77 W-ZM           PIC 9(02) VALUE ZEROS.
       77 W-ZQ           PIC 9(06) VALUE ZEROS.
       77 W-ZR           PIC 9(02) VALUE ZEROS.
       77 W-ZT           PIC 9(04) VALUE ZEROS.
      *        CONTADORES
       77 W-PENDENCIAS   PIC 9(05) VALUE ZEROS.
       77 W-REGISTROS    PIC 9(06) VALUE ZEROS.
       77 W-ALUNOS       PIC 9(05) VALUE ZEROS.
       77 W-MATRICULAS   PIC 9(05) VALUE ZEROS.
       77 W-MATALU       PIC 9(03) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-ACHOU        PIC 9(03) VALUE ZEROS.
      *        ALUNO EM TRABALHO
       77 W-INCLUI       PIC X(01) VALUE "N".
       77 W-FILREF       PIC 9(02) VALUE ZEROS.
       77 W-ACHOUF       PIC X(01) VALUE "N".
       77 W-SITCEN       PIC X(01) VALUE SPACES.
       77 W-SITMAT       PIC X(01) VALUE SPACES.
      *        CAMPOS MONTADOS PARA O ARQUIVO
       77 W-PESCOD       PIC X(06) VALUE SPACES.
       77 W-TURCOD       PIC X(24) VALUE SPACES.
       77 W-SEXOCEN      PIC X(01) VALUE SPACES.
       77 W-CPFCEN       PIC X(11) VALUE SPACES.
       77 W-DIAS         PIC X(07) VALUE SPACES.
       77 W-MINFIM       PIC 9(04) VALUE ZEROS.
       77 W-HHFIM        PIC 9(02) VALUE ZEROS.
       77 W-MMFIM        PIC 9(02) VALUE ZEROS.
       77 W-DIAPOS       PIC 9(01) VALUE ZEROS.
       01 W-NASC         PIC 9(08) VALUE ZEROS.
       01 W-NASC-R REDEFINES W-NASC.
            03 W-NASC-ANO   PIC 9(04).
            03 W-NASC-MES   PIC 9(02).
            03 W-NASC-DIA   PIC 9(02).
       77 W-PNDTXT       PIC X(80) VALUE SPACES.
       77 W-PESNOME      PIC X(20) VALUE SPACES.
           COPY CPYDTVW.
           COPY CPYHORW.
      *
      *TURMAS DOS ALUNOS DA ESCOLA (ATE 300)
       01 TUT-TAB.
            03 TUT-LIN OCCURS 300 TIMES.
                05 TUT-DISC     PIC X(20).
                05 TUT-ID       PIC X(03).
       77 TUT-QTD        PIC 9(03) VALUE ZEROS.
      *
      *PROFESSORES JA DECLARADOS (ATE 100)
       01 PRT-TAB.
            03 PRT-COD     PIC X(05) OCCURS 100 TIMES.
       77 PRT-QTD        PIC 9(03) VALUE ZEROS.
      *
      *ENTRADAS (E) E TRANSFERENCIAS (F) DEPOIS DA DATA DE REFERENCIA
      *NO ANO, NA ORDEM DE MOVALU.DAT (ATE 500)
       01 MVT-TAB.
            03 MVT-LIN OCCURS 500 TIMES.
                05 MVT-CODALU   PIC 9(05).
                05 MVT-TIPO     PIC X(01).
                05 MVT-DE       PIC 9(02).
       77 MVT-QTD        PIC 9(03) VALUE ZEROS.
       77 MVT-IX         PIC 9(03) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EDUCENSO - EXPORTACAO DO CENSO ESCOLAR".
       CEN-PFIL.
           DISPLAY "FILIAL (ESCOLA): ".
           MOVE ZEROS TO W-FIL
           ACCEPT W-FIL.
           MOVE "N" TO W-FILOK
           CALL "FILVALID" USING W-FIL W-FILOK
           IF W-FILOK NOT = "S"
               DISPLAY "FILIAL INVALIDA"
               GO TO CEN-PFIL.
       CEN-PANO.
           DISPLAY "ANO DO CENSO (AAAA): ".
           MOVE ZEROS TO W-ANO
           ACCEPT W-ANO.
           IF W-ANO < 2000
               GO TO CEN-PANO.
       CEN-PFASE.
           DISPLAY "FASE (1=MATRICULA INICIAL 2=SITUACAO DO ALUNO): ".
           MOVE ZEROS TO W-FASE
           ACCEPT W-FASE.
           IF W-FASE NOT = 1 AND W-FASE NOT = 2
               GO TO CEN-PFASE.
           IF W-FASE = 1
               GO TO CEN-COMECA.
       CEN-PTERMO.
           DISPLAY "TERMO FECHADO NO HISTORICO (EX. 2026-2): ".
           MOVE SPACES TO W-TERMO
           ACCEPT W-TERMO.
           IF W-TERMO (1:4) NOT = W-ANO
               DISPLAY "O TERMO TEM QUE SER DO ANO DO CENSO"
               GO TO CEN-PTERMO.
       CEN-COMECA.
           PERFORM CEN-PAR THRU CEN-PAR-FIM.
           PERFORM CEN-OP0 THRU CEN-OP0-FIM.
           PERFORM MVT-CARGA THRU MVT-CARGA-FIM.
           PERFORM CEN-ESCOLA THRU CEN-ESCOLA-FIM.
           IF W-FASE = 2
               GO TO CEN-ALUNOS.
           PERFORM TUT-COLETA THRU TUT-COLETA-FIM.
           PERFORM TUT-GRAVA THRU TUT-GRAVA-FIM.
       CEN-ALUNOS.
           PERFORM ALU-GRAVA THRU ALU-GRAVA-FIM.
           GO TO CEN-EOF.
      *
      *-----------------------------------------------------------------
      * PARAMETROS DA ESCOLA E DATA DE REFERENCIA
      *-----------------------------------------------------------------
       CEN-PAR.
           MOVE SPACES TO W-PARNOME
           STRING "INEPFIL" W-FIL DELIMITED BY SIZE INTO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-INEP.
           MOVE "CNSETAPA" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-ETAPA.
           MOVE ZEROS TO W-DTREF
           MOVE "CNSDTREF" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-DTREF.
           IF W-REF-ANO NOT = W-ANO
               PERFORM CEN-DTREF THRU CEN-DTREF-FIM.
           PERFORM HOR-PAR THRU HOR-PAR-FIM.
       CEN-PAR-FIM.
           EXIT.
      *
      *        ULTIMA QUARTA-FEIRA DE MAIO DO ANO DO CENSO: DIA DA
      *        SEMANA DE 31/05 (ZELLER: 0=SABADO, 1=DOMINGO, ...,
      *        4=QUARTA) E RECUA ATE A QUARTA
       CEN-DTREF.
           MOVE W-ANO TO W-REF-ANO
           MOVE 5 TO W-REF-MES
           MOVE 31 TO W-REF-DIA
           MOVE W-ANO TO W-ZA
           MOVE 5 TO W-ZM
           COMPUTE W-ZQ = (13 * (W-ZM + 1)) / 5
           COMPUTE W-ZQ = W-ZQ + 31 + W-ZA
           COMPUTE W-ZT = W-ZA / 4
           ADD W-ZT TO W-ZQ
           COMPUTE W-ZT = W-ZA / 100
           SUBTRACT W-ZT FROM W-ZQ
           COMPUTE W-ZT = W-ZA / 400
           ADD W-ZT TO W-ZQ
           DIVIDE W-ZQ BY 7 GIVING W-ZQ REMAINDER W-ZR.
           IF W-ZR < 4
               COMPUTE W-REF-DIA = 31 - (W-ZR + 3)
           ELSE
               COMPUTE W-REF-DIA = 31 - (W-ZR - 4).
       CEN-DTREF-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CABECALHO DA PRE-VALIDACAO
      *-----------------------------------------------------------------
       CEN-OP0.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               GO TO ROT-FIM.
           OPEN INPUT MATRICUL
           IF ST-MAT NOT = "00"
               DISPLAY "ERRO AO ABRIR MATRICUL.DAT - ST=" ST-MAT
               CLOSE ALUNO
               GO TO ROT-FIM.
           OPEN INPUT TURMA
           IF ST-TUR NOT = "00"
               DISPLAY "ERRO AO ABRIR TURMA.DAT - ST=" ST-TUR
               CLOSE ALUNO MATRICUL
               GO TO ROT-FIM.
           OPEN INPUT PROFESSO
           IF ST-PRF NOT = "00"
               DISPLAY "ERRO AO ABRIR PROFESSO.DAT - ST=" ST-PRF
               CLOSE ALUNO MATRICUL TURMA
               GO TO ROT-FIM.
           OPEN INPUT HISTORIC
           IF ST-HIS NOT = "00" AND W-FASE = 2
               DISPLAY "ERRO AO ABRIR HISTORIC.DAT - ST=" ST-HIS
               CLOSE ALUNO MATRICUL TURMA PROFESSO
               GO TO ROT-FIM.
      *        SEM CENSOPES.DAT TODA PESSOA SAI COMO PENDENTE; SEM
      *        MOVALU.DAT NINGUEM ENTROU OU MUDOU DE FILIAL NO ANO
           OPEN INPUT CENSOPES
           IF ST-ECN = "00"
               MOVE "S" TO W-ECNDISP.
           OPEN INPUT MOVALU
           IF ST-MVA = "00"
               MOVE "S" TO W-MVADISP.
           MOVE SPACES TO W-FILNOME
           STRING "FILIAL " W-FIL DELIMITED BY SIZE INTO W-FILNOME
           OPEN INPUT ARQFIL
           IF ST-FIL = "00"
               MOVE "S" TO W-FILDISP
               MOVE W-FIL TO FIL-COD
               READ ARQFIL
               IF ST-FIL = "00"
                   MOVE FIL-NOME TO W-FILNOME.
           OPEN OUTPUT ARQCEN
           IF ST-CEN NOT = "00"
               DISPLAY "ERRO AO ABRIR EDUCENSO.TXT - ST=" ST-CEN
               CLOSE ALUNO MATRICUL TURMA PROFESSO
               GO TO ROT-FIM.
           OPEN OUTPUT RELCEN
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR EDUCENSO.REL - ST=" ST-REL
               CLOSE ALUNO MATRICUL TURMA PROFESSO ARQCEN
               GO TO ROT-FIM.
           MOVE "EDUCENSO.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "EDUCENSO" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALUNO MATRICUL TURMA PROFESSO ARQCEN RELCEN
               GO TO ROT-FIM.
           MOVE SPACES TO LINREL
           STRING "EDUCENSO " W-ANO " - FASE " W-FASE " - "
                  W-FILNOME " - PRE-VALIDACAO"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DATA DE REFERENCIA: " W-REF-DIA "/" W-REF-MES "/"
                  W-REF-ANO
                  DELIMITED BY SIZE INTO LINREL
           IF W-FASE = 2
               STRING "   TERMO DO HISTORICO: " W-TERMO
                      DELIMITED BY SIZE INTO LINREL (32:40).
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
       CEN-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ENTRADAS E TRANSFERENCIAS DEPOIS DA DATA DE REFERENCIA
      *-----------------------------------------------------------------
       MVT-CARGA.
           IF W-MVADISP NOT = "S"
               GO TO MVT-CARGA-FIM.
           MOVE W-DTREF TO MVA-DATA
           ADD 1 TO MVA-DATA
           MOVE ZEROS TO MVA-CODALU MVA-SEQ
           START MOVALU KEY IS NOT LESS THAN MVA-CHAVE
           IF ST-MVA NOT = "00"
               GO TO MVT-CARGA-FIM.
       MVT-CARGA-LER.
           READ MOVALU NEXT RECORD
           IF ST-MVA NOT = "00"
               GO TO MVT-CARGA-FIM.
           IF MVA-DATA (1:4) NOT = W-ANO
               GO TO MVT-CARGA-FIM.
           IF MVA-TIPO NOT = "E" AND MVA-TIPO NOT = "F"
               GO TO MVT-CARGA-LER.
           IF MVT-QTD NOT < 500
               DISPLAY "MAIS DE 500 MOVIMENTOS NO ANO - CONFIRA"
               GO TO MVT-CARGA-FIM.
           ADD 1 TO MVT-QTD
           MOVE MVA-CODALU TO MVT-CODALU (MVT-QTD)
           MOVE MVA-TIPO   TO MVT-TIPO (MVT-QTD)
           MOVE ZEROS      TO MVT-DE (MVT-QTD)
      *        MOTIVO DO TRFALUNO: "DA FILIAL nn PARA nn"
           IF MVA-TIPO = "F" AND MVA-MOTIVO (11:2) IS NUMERIC
               MOVE MVA-MOTIVO (11:2) TO MVT-DE (MVT-QTD).
           GO TO MVT-CARGA-LER.
       MVT-CARGA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * REGISTRO DA ESCOLA (00 NA FASE 1, 89 NA FASE 2)
      *-----------------------------------------------------------------
       CEN-ESCOLA.
           IF W-INEP = ZEROS
               MOVE SPACES TO W-PNDTXT
               STRING "ESCOLA SEM CODIGO INEP - PARAMETRO INEPFIL"
                      W-FIL " (CADPARAM)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM.
           IF W-ETAPA = ZEROS AND W-FASE = 1
               MOVE "TURMAS SEM ETAPA DE ENSINO - PARAMETRO CNSETAPA"
                    TO W-PNDTXT
               MOVE "(CADPARAM)" TO W-PNDTXT (49:10)
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM.
           MOVE SPACES TO LINCEN
           IF W-FASE = 1
               STRING "00|" W-INEP "|" W-FILNOME DELIMITED BY "  "
                      "|" W-ANO "|"
                      DELIMITED BY SIZE INTO LINCEN
           ELSE
               STRING "89|" W-INEP "|" W-ANO "|"
                      DELIMITED BY SIZE INTO LINCEN.
           PERFORM CEN-GRAVA THRU CEN-GRAVA-FIM.
       CEN-ESCOLA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ALUNO NA ESCOLA NA DATA DE REFERENCIA? (W-INCLUI = S)
      *-----------------------------------------------------------------
       ALU-ESCOPO.
           MOVE "S" TO W-INCLUI
           MOVE FILIAL TO W-FILREF
           MOVE "N" TO W-ACHOUF
           MOVE 1 TO MVT-IX.
       ALU-ESCOPO-MVT.
           IF MVT-IX > MVT-QTD
               GO TO ALU-ESCOPO-TESTA.
           IF MVT-CODALU (MVT-IX) = CODALU
               IF MVT-TIPO (MVT-IX) = "E"
                   MOVE "N" TO W-INCLUI
               ELSE
                   IF W-ACHOUF = "N"
                       MOVE "S" TO W-ACHOUF
                       MOVE MVT-DE (MVT-IX) TO W-FILREF.
           ADD 1 TO MVT-IX
           GO TO ALU-ESCOPO-MVT.
       ALU-ESCOPO-TESTA.
           IF W-FILREF NOT = W-FIL
               MOVE "N" TO W-INCLUI.
           IF (SITALU = "C" OR SITALU = "T")
              AND DTSITALU NOT > W-DTREF
               MOVE "N" TO W-INCLUI.
       ALU-ESCOPO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FASE 1: JUNTA AS TURMAS DAS MATRICULAS DOS ALUNOS DA ESCOLA
      *-----------------------------------------------------------------
       TUT-COLETA.
           MOVE ZEROS TO CODALU
           START ALUNO KEY IS NOT LESS THAN CODALU
           IF ST-ERRO NOT = "00"
               GO TO TUT-COLETA-FIM.
       TUT-COLETA-LER.
           READ ALUNO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO TUT-COLETA-FIM.
           PERFORM ALU-ESCOPO THRU ALU-ESCOPO-FIM
           IF W-INCLUI NOT = "S"
               GO TO TUT-COLETA-LER.
           MOVE CODALU TO MAT-CODALU
           MOVE SPACES TO MAT-DISCIPLINA
           START MATRICUL KEY IS NOT LESS THAN MAT-CHAVE
           IF ST-MAT NOT = "00"
               GO TO TUT-COLETA-LER.
       TUT-COLETA-MAT.
           READ MATRICUL NEXT RECORD
           IF ST-MAT NOT = "00" OR MAT-CODALU NOT = CODALU
               GO TO TUT-COLETA-LER.
           IF MAT-TURMA = SPACES
               GO TO TUT-COLETA-MAT.
           MOVE 1 TO W-IX.
       TUT-COLETA-ACHA.
           IF W-IX > TUT-QTD
               GO TO TUT-COLETA-NOVA.
           IF TUT-DISC (W-IX) = MAT-DISCIPLINA
              AND TUT-ID (W-IX) = MAT-TURMA
               GO TO TUT-COLETA-MAT.
           ADD 1 TO W-IX
           GO TO TUT-COLETA-ACHA.
       TUT-COLETA-NOVA.
           IF TUT-QTD NOT < 300
               MOVE "MAIS DE 300 TURMAS NA ESCOLA - AS DEMAIS FICARAM"
                    TO W-PNDTXT
               MOVE "DE FORA" TO W-PNDTXT (50:7)
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM
               GO TO TUT-COLETA-FIM.
           ADD 1 TO TUT-QTD
           MOVE MAT-DISCIPLINA TO TUT-DISC (TUT-QTD)
           MOVE MAT-TURMA      TO TUT-ID (TUT-QTD)
           GO TO TUT-COLETA-MAT.
       TUT-COLETA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FASE 1: UMA TURMA (20) POR VEZ E O SEU PROFESSOR (30 + 50)
      *-----------------------------------------------------------------
       TUT-GRAVA.
           MOVE 1 TO W-IX.
       TUT-GRAVA-LOOP.
           IF W-IX > TUT-QTD
               GO TO TUT-GRAVA-FIM.
           MOVE TUT-DISC (W-IX) TO TUR-DISCIPLINA
           MOVE TUT-ID (W-IX)   TO TUR-ID
           PERFORM TUR-CODIGO THRU TUR-CODIGO-FIM
           READ TURMA
           IF ST-TUR NOT = "00"
               MOVE SPACES TO W-PNDTXT
               STRING "TURMA " W-TURCOD " NAO CADASTRADA (CADTURMA)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM
               GO TO TUT-GRAVA-PROX.
           IF TUR-ANO NOT = ZEROS AND TUR-ANO NOT = W-ANO
               MOVE SPACES TO W-PNDTXT
               STRING "TURMA " W-TURCOD " E DO ANO " TUR-ANO
                      " (CADTURMA)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM.
           IF TUR-HORA = ZEROS OR TUR-DIASEM < 1 OR TUR-DIASEM > 6
               MOVE SPACES TO W-PNDTXT
               STRING "TURMA " W-TURCOD " SEM DIA/HORARIO (CADTURMA)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM.
           MOVE TUR-HORA TO W-HORHORA1
           COMPUTE W-MINFIM = W-HORHH1 * 60 + W-HORMM1 + W-HORAULA
           DIVIDE W-MINFIM BY 60 GIVING W-HHFIM REMAINDER W-MMFIM
           MOVE "0000000" TO W-DIAS
           IF TUR-DIASEM > 0 AND TUR-DIASEM < 7
               COMPUTE W-DIAPOS = TUR-DIASEM + 1
               MOVE "1" TO W-DIAS (W-DIAPOS:1).
           MOVE SPACES TO LINCEN
           STRING "20|" W-INEP "|" W-TURCOD DELIMITED BY SPACE
                  "|" TUR-DISCIPLINA DELIMITED BY "  "
                  "|" W-HORHH1 "|" W-HORMM1 "|" W-HHFIM "|" W-MMFIM
                  "|" W-DIAS "|" W-ETAPA "|"
                  DELIMITED BY SIZE INTO LINCEN
           PERFORM CEN-GRAVA THRU CEN-GRAVA-FIM.
           IF TUR-PROF = SPACES
               MOVE SPACES TO W-PNDTXT
               STRING "TURMA " W-TURCOD " SEM PROFESSOR (CADTURMA)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM
               GO TO TUT-GRAVA-PROX.
           PERFORM PRF-DECLARA THRU PRF-DECLARA-FIM.
           MOVE SPACES TO LINCEN
           STRING "50|" W-INEP "|P" TUR-PROF DELIMITED BY SIZE
                  "|" W-TURCOD DELIMITED BY SPACE "|1|"
                  DELIMITED BY SIZE INTO LINCEN
           PERFORM CEN-GRAVA THRU CEN-GRAVA-FIM.
       TUT-GRAVA-PROX.
           ADD 1 TO W-IX
           GO TO TUT-GRAVA-LOOP.
       TUT-GRAVA-FIM.
           EXIT.
      *
      *        CODIGO DA TURMA NA ESCOLA: DISCIPLINA-ID, SEM BRANCOS
       TUR-CODIGO.
           MOVE SPACES TO W-TURCOD
           STRING TUR-DISCIPLINA DELIMITED BY SPACE "-"
                  TUR-ID DELIMITED BY SPACE INTO W-TURCOD.
       TUR-CODIGO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PROFESSOR (30), SO NA PRIMEIRA TURMA EM QUE APARECE
      *-----------------------------------------------------------------
       PRF-DECLARA.
           MOVE 1 TO W-ACHOU.
       PRF-DECLARA-ACHA.
           IF W-ACHOU > PRT-QTD
               GO TO PRF-DECLARA-NOVO.
           IF PRT-COD (W-ACHOU) = TUR-PROF
               GO TO PRF-DECLARA-FIM.
           ADD 1 TO W-ACHOU
           GO TO PRF-DECLARA-ACHA.
       PRF-DECLARA-NOVO.
           IF PRT-QTD < 100
               ADD 1 TO PRT-QTD
               MOVE TUR-PROF TO PRT-COD (PRT-QTD).
           MOVE TUR-PROF TO PRF-COD
           READ PROFESSO
           IF ST-PRF NOT = "00"
               MOVE SPACES TO W-PNDTXT
               STRING "PROFESSOR " TUR-PROF " DA TURMA " W-TURCOD
                      " NAO CADASTRADO (CADPROF)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM
               GO TO PRF-DECLARA-FIM.
           IF PRF-CPF = ZEROS
               MOVE SPACES TO W-PNDTXT
               STRING "PROFESSOR " PRF-COD " " PRF-NOME
                      " SEM CPF (CADPROF)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM.
           MOVE "P"     TO ECN-TIPO
           MOVE PRF-COD TO ECN-COD
           MOVE PRF-NOME TO W-PESNOME
           PERFORM ECN-CONFERE THRU ECN-CONFERE-FIM
           MOVE PRF-CPF TO W-CPFCEN
           MOVE SPACES TO LINCEN
           STRING "30|" W-INEP "|" W-PESCOD DELIMITED BY SPACE
                  "|" ECN-IDINEP "|" W-CPFCEN
                  "|" PRF-NOME DELIMITED BY "  "
                  "|" W-NASC-DIA "/" W-NASC-MES "/" W-NASC-ANO
                  "|" W-SEXOCEN "|" ECN-COR "|" ECN-NACION
                  "|" ECN-MUNNASC "|" ECN-MAE DELIMITED BY "  "
                  "|" ECN-ESCOLAR "|"
                  DELIMITED BY SIZE INTO LINCEN
           PERFORM CEN-GRAVA THRU CEN-GRAVA-FIM.
       PRF-DECLARA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DADOS DO CENSO DA PESSOA (ECN-TIPO/ECN-COD E O NOME EM
      * W-PESNOME): CADA CAMPO FALTANDO OU INVALIDO VIRA PENDENCIA
      *-----------------------------------------------------------------
       ECN-CONFERE.
           MOVE ECN-CHAVE TO W-PESCOD
           MOVE ZEROS TO W-NASC
           MOVE SPACES TO W-SEXOCEN
           IF W-ECNDISP NOT = "S"
               GO TO ECN-CONFERE-SEM.
           READ CENSOPES
           IF ST-ECN NOT = "00"
               GO TO ECN-CONFERE-SEM.
           MOVE ECN-NASC TO W-NASC
           MOVE W-NASC-DIA TO DTV-DIA
           MOVE W-NASC-MES TO DTV-MES
           MOVE W-NASC-ANO TO DTV-ANO
           PERFORM DTV-001 THRU DTV-001-FIM
           IF DTV-OK NOT = "S"
               MOVE "NASCIMENTO INVALIDO (CADCENSO)" TO W-PNDTXT
               PERFORM ECN-PEND THRU ECN-PEND-FIM.
           IF ECN-SEXO = "M"
               MOVE "1" TO W-SEXOCEN.
           IF ECN-SEXO = "F"
               MOVE "2" TO W-SEXOCEN.
           IF W-SEXOCEN = SPACES
               MOVE "SEXO INVALIDO (CADCENSO)" TO W-PNDTXT
               PERFORM ECN-PEND THRU ECN-PEND-FIM.
           IF ECN-COR < "0" OR ECN-COR > "5"
               MOVE "COR/RACA INVALIDA (CADCENSO)" TO W-PNDTXT
               PERFORM ECN-PEND THRU ECN-PEND-FIM.
           IF ECN-NACION < "1" OR ECN-NACION > "3"
               MOVE "NACIONALIDADE INVALIDA (CADCENSO)" TO W-PNDTXT
               PERFORM ECN-PEND THRU ECN-PEND-FIM.
           IF ECN-NACION = "1" AND ECN-MUNNASC < 1000000
               MOVE "SEM MUNICIPIO DE NASCIMENTO (CADCENSO)" TO W-PNDTXT
               PERFORM ECN-PEND THRU ECN-PEND-FIM.
           IF ECN-MAE = SPACES
               MOVE "SEM NOME DA MAE (CADCENSO)" TO W-PNDTXT
               PERFORM ECN-PEND THRU ECN-PEND-FIM.
           IF ECN-TIPO = "P"
              AND (ECN-ESCOLAR < "1" OR ECN-ESCOLAR > "4")
               MOVE "ESCOLARIDADE INVALIDA (CADCENSO)" TO W-PNDTXT
               PERFORM ECN-PEND THRU ECN-PEND-FIM.
           GO TO ECN-CONFERE-FIM.
       ECN-CONFERE-SEM.
           MOVE SPACES TO ECN-SEXO ECN-COR ECN-NACION ECN-MAE
                          ECN-ESCOLAR
           MOVE ZEROS TO ECN-NASC ECN-MUNNASC ECN-CPF ECN-IDINEP
           MOVE "SEM OS DADOS DO CENSO (CADCENSO)" TO W-PNDTXT
           PERFORM ECN-PEND THRU ECN-PEND-FIM.
       ECN-CONFERE-FIM.
           EXIT.
      *
       ECN-PEND.
           MOVE SPACES TO LINREL
           STRING "PESSOA " W-PESCOD " " W-PESNOME " - " W-PNDTXT
                  DELIMITED BY SIZE INTO LINREL
           MOVE LINREL TO W-PNDTXT
           PERFORM PND-GRAVA THRU PND-GRAVA-FIM.
       ECN-PEND-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ALUNOS: FASE 1 - PESSOA (30) E MATRICULAS (60); FASE 2 -
      * SITUACAO (90) POR MATRICULA
      *-----------------------------------------------------------------
       ALU-GRAVA.
           MOVE ZEROS TO CODALU
           START ALUNO KEY IS NOT LESS THAN CODALU
           IF ST-ERRO NOT = "00"
               GO TO ALU-GRAVA-FIM.
       ALU-GRAVA-LER.
           READ ALUNO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ALU-GRAVA-FIM.
           PERFORM ALU-ESCOPO THRU ALU-ESCOPO-FIM
           IF W-INCLUI NOT = "S"
               GO TO ALU-GRAVA-LER.
           ADD 1 TO W-ALUNOS
           MOVE "A"    TO ECN-TIPO
           MOVE CODALU TO ECN-COD
           MOVE NOME   TO W-PESNOME
           PERFORM ECN-CONFERE THRU ECN-CONFERE-FIM
           IF W-FASE = 2
               GO TO ALU-GRAVA-SIT.
           MOVE SPACES TO W-CPFCEN
           IF ECN-CPF NOT = ZEROS
               MOVE ECN-CPF TO W-CPFCEN.
           MOVE SPACES TO LINCEN
           STRING "30|" W-INEP "|" W-PESCOD DELIMITED BY SPACE
                  "|" ECN-IDINEP "|" W-CPFCEN DELIMITED BY SPACE
                  "|" NOME DELIMITED BY "  "
                  "|" W-NASC-DIA "/" W-NASC-MES "/" W-NASC-ANO
                  "|" W-SEXOCEN "|" ECN-COR "|" ECN-NACION
                  "|" ECN-MUNNASC "|" ECN-MAE DELIMITED BY "  "
                  "||"
                  DELIMITED BY SIZE INTO LINCEN
           PERFORM CEN-GRAVA THRU CEN-GRAVA-FIM.
           GO TO ALU-GRAVA-MAT.
      *        FASE 2: TRANSFERIDO PARA OUTRA FILIAL, CANCELADO OU
      *        TRANCADO DEPOIS DA DATA, OU O RESULTADO DO HISTORICO
       ALU-GRAVA-SIT.
           MOVE SPACES TO W-SITCEN
           IF ECN-IDINEP = ZEROS
               MOVE "SEM ID INEP (CADCENSO)" TO W-PNDTXT
               PERFORM ECN-PEND THRU ECN-PEND-FIM.
           IF FILIAL NOT = W-FIL
               MOVE "1" TO W-SITCEN
           ELSE
               IF SITALU = "C" OR SITALU = "T"
                   MOVE "2" TO W-SITCEN.
       ALU-GRAVA-MAT.
           MOVE ZEROS TO W-MATALU
           MOVE CODALU TO MAT-CODALU
           MOVE SPACES TO MAT-DISCIPLINA
           START MATRICUL KEY IS NOT LESS THAN MAT-CHAVE
           IF ST-MAT NOT = "00"
               GO TO ALU-GRAVA-SEMMAT.
       ALU-GRAVA-MATLER.
           READ MATRICUL NEXT RECORD
           IF ST-MAT NOT = "00" OR MAT-CODALU NOT = CODALU
               GO TO ALU-GRAVA-SEMMAT.
           ADD 1 TO W-MATALU
           ADD 1 TO W-MATRICULAS
           MOVE MAT-DISCIPLINA TO TUR-DISCIPLINA
           MOVE MAT-TURMA      TO TUR-ID
           PERFORM TUR-CODIGO THRU TUR-CODIGO-FIM
           IF MAT-TURMA = SPACES
               MOVE SPACES TO W-PNDTXT
               STRING "MATRICULA " CODALU "/" MAT-DISCIPLINA
                      " SEM TURMA (P201621A)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM
               GO TO ALU-GRAVA-MATLER.
           IF W-FASE = 2
               GO TO ALU-GRAVA-RES.
           MOVE SPACES TO LINCEN
           STRING "60|" W-INEP "|" W-PESCOD DELIMITED BY SPACE
                  "|" W-TURCOD DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO LINCEN
           PERFORM CEN-GRAVA THRU CEN-GRAVA-FIM.
           GO TO ALU-GRAVA-MATLER.
       ALU-GRAVA-RES.
           MOVE W-SITCEN TO W-SITMAT
           IF W-SITMAT NOT = SPACES
               GO TO ALU-GRAVA-RESGRAVA.
           MOVE CODALU         TO HIS-CODALU
           MOVE W-TERMO        TO HIS-TERMO
           MOVE MAT-DISCIPLINA TO HIS-DISCIPLINA
           READ HISTORIC
           IF ST-HIS NOT = "00"
               MOVE SPACES TO W-PNDTXT
               STRING "MATRICULA " CODALU "/" MAT-DISCIPLINA
                      " SEM RESULTADO NO TERMO (FECHATER)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM
               GO TO ALU-GRAVA-MATLER.
           IF HIS-RESULTADO = "A"
               MOVE "5" TO W-SITMAT.
           IF HIS-RESULTADO = "R"
               MOVE "4" TO W-SITMAT.
           IF W-SITMAT = SPACES
               MOVE SPACES TO W-PNDTXT
               STRING "MATRICULA " CODALU "/" MAT-DISCIPLINA
                      " AINDA EM RECUPERACAO (NOTACARG/FECHATER)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM
               GO TO ALU-GRAVA-MATLER.
       ALU-GRAVA-RESGRAVA.
           MOVE SPACES TO LINCEN
           STRING "90|" W-INEP "|" W-TURCOD DELIMITED BY SPACE
                  "|" W-PESCOD DELIMITED BY SPACE
                  "|" ECN-IDINEP "|" W-SITMAT "|"
                  DELIMITED BY SIZE INTO LINCEN
           PERFORM CEN-GRAVA THRU CEN-GRAVA-FIM.
           GO TO ALU-GRAVA-MATLER.
       ALU-GRAVA-SEMMAT.
           IF W-MATALU = ZEROS
               MOVE SPACES TO W-PNDTXT
               STRING "ALUNO " CODALU " " NOME
                      " SEM MATRICULA EM DISCIPLINA (P201621A)"
                      DELIMITED BY SIZE INTO W-PNDTXT
               PERFORM PND-GRAVA THRU PND-GRAVA-FIM.
           GO TO ALU-GRAVA-LER.
       ALU-GRAVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SAIDAS: LINHA DO ARQUIVO DO CENSO E PENDENCIA DA VALIDACAO
      *-----------------------------------------------------------------
       CEN-GRAVA.
           WRITE LINCEN
           ADD 1 TO W-REGISTROS.
       CEN-GRAVA-FIM.
           EXIT.
      *
       PND-GRAVA.
           ADD 1 TO W-PENDENCIAS
           MOVE W-PNDTXT TO LINREL
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
       PND-GRAVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FIM: SEM PENDENCIA FECHA O ARQUIVO COM O 99; COM PENDENCIA O
      * ARQUIVO E ESVAZIADO PARA NAO SER ENVIADO PELA METADE
      *-----------------------------------------------------------------
       CEN-EOF.
           MOVE SPACES TO LINREL
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ALUNOS DA ESCOLA.........: " W-ALUNOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MATRICULAS EM DISCIPLINA.: " W-MATRICULAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
           IF W-FASE = 1
               MOVE SPACES TO LINREL
               STRING "TURMAS...................: " TUT-QTD
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CEN-IMP THRU CEN-IMP-FIM
               MOVE SPACES TO LINREL
               STRING "PROFESSORES..............: " PRT-QTD
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CEN-IMP THRU CEN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PENDENCIAS...............: " W-PENDENCIAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
           IF W-PENDENCIAS = ZEROS
               MOVE "99|" TO LINCEN
               PERFORM CEN-GRAVA THRU CEN-GRAVA-FIM
               CLOSE ARQCEN
               MOVE SPACES TO LINREL
               STRING "ARQUIVO EDUCENSO.TXT GERADO COM " W-REGISTROS
                      " REGISTROS"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               CLOSE ARQCEN
               OPEN OUTPUT ARQCEN
               CLOSE ARQCEN
               MOVE "ARQUIVO NAO GERADO - CORRIJA AS PENDENCIAS E RODE"
                    TO LINREL
               MOVE "DE NOVO" TO LINREL (52:7).
           PERFORM CEN-IMP THRU CEN-IMP-FIM.
           DISPLAY LINREL.
           IF W-ECNDISP = "S"
               CLOSE CENSOPES.
           IF W-MVADISP = "S"
               CLOSE MOVALU.
           IF W-FILDISP = "S"
               CLOSE ARQFIL.
           CLOSE ALUNO MATRICUL TURMA PROFESSO HISTORIC RELCEN
                 IMPRESSORA.
           DISPLAY "EDUCENSO - PRE-VALIDACAO EM EDUCENSO.REL".
           DISPLAY "PENDENCIAS...............: " W-PENDENCIAS.
           GO TO ROT-FIM.
      *
       CEN-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       CEN-IMP-FIM.
           EXIT.
      *
      *        DURACAO DA AULA (AULAMIN) PARA O HORARIO DE FIM
           COPY CPYHORP.
      *
           COPY CPYDTVP.
      *
       ROT-FIM.
           STOP RUN.
