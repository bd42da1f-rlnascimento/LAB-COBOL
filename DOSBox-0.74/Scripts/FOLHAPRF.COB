       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAPRF.
      **************************************
      *  FOLHA MENSAL DE HORA-AULA DOS     *
      *  PROFESSORES (CHAMADA.DAT ->       *
      *  FOLHAPRF.TXT)                     *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O MES (AAAAMM - ZEROS = MES ANTERIOR, O
      * CASO NORMAL DO COMECO DO MES). CADA DISCIPLINA+DATA DA
      * CHAMADA (CHAMADA.DAT) E UMA AULA DADA; A TURMA DA AULA VEM DA
      * MATRICULA DOS ALUNOS CHAMADOS (MAT-TURMA) E O PROFESSOR VEM DA
      * TURMA (TUR-PROF). DISCIPLINA SEM TURMA (OU TURMA AINDA SEM
      * PROFESSOR) FICA COM O PROFESSOR DA DISCIPLINA EM PROFDISC.DAT
      * QUANDO SO UM A LECIONA; SENAO A AULA SAI NA PAGINA "AULAS SEM
      * PROFESSOR" E NAO ENTRA NA FOLHA.
      * AS AULAS SAO AGRUPADAS POR PROFESSOR E TURMA (VIA SORT, MESMO
      * MODELO DO DECLIR) E MULTIPLICADAS PELO VALOR DA HORA-AULA DO
      * PROFESSOR (TAXAPROF.DAT, MANTIDA NO CADHAULA). SAI UM
      * DEMONSTRATIVO POR PROFESSOR, COM LINHA PARA ASSINATURA, E NO
      * FIM O RESUMO DA FOLHA. PROFESSOR SEM VALOR CADASTRADO SAI NO
      * DEMONSTRATIVO MARCADO E FICA FORA DA FOLHA ATE SER CADASTRADO
      * E O JOB RODAR DE NOVO.
      * OS LANCAMENTOS VAO PARA FOLHAPRF.TXT NO MESMO LAYOUT FIXO DO
      * CONTAESC/CONTABIL (HEADER 0 / DETALHE 1 / TRAILER 9): UM
      * DEBITO POR PROFESSOR, CHAVE = CODIGO DO PROFESSOR, CONTA
      * "HAUL", PARA O CONTADOR TER O CUSTO DOS PROFESSORES AO LADO DA
      * RECEITA DE MENSALIDADES.
      * ARQUIVOS: FOLHAPRF.TXT (LANCAMENTOS), FOLHAPRF.REL E O SPOOL
      * FOLHAPRF.SPL (DEMONSTRATIVOS E RESUMO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCHAS.
           COPY CPYMATS.
           COPY CPYTURS.
           COPY CPYPRFS.
           COPY CPYPRDS.
           COPY CPYTXPS.
           SELECT FOLORD ASSIGN TO DISK.
           SELECT ARQCTB ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-CTB.
           SELECT RELFOL ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYCHAR.
           COPY CPYMATR.
           COPY CPYTURR.
           COPY CPYPRFR.
           COPY CPYPRDR.
           COPY CPYTXPR.
      *
      *        UMA AULA DADA. ORD-PROF EM BRANCO = SEM PROFESSOR
       SD  FOLORD.
       01 REGORD.
                03 ORD-PROF        PIC X(05).
                03 ORD-DISC        PIC X(20).
                03 ORD-TUR         PIC X(03).
                03 ORD-DATA        PIC 9(08).
      *
       FD  ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAPRF.TXT".
       01 LINCTB                       PIC X(80).
      *
       FD  RELFOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAPRF.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CHA         PIC X(02) VALUE "00".
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-TUR         PIC X(02) VALUE "00".
       77 ST-PRF         PIC X(02) VALUE "00".
       77 ST-PRD         PIC X(02) VALUE "00".
       77 ST-TXP         PIC X(02) VALUE "00".
       77 ST-CTB         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-TURABERTO    PIC X(01) VALUE "N".
       77 W-PRDABERTO    PIC X(01) VALUE "N".
       77 W-TXPABERTO    PIC X(01) VALUE "N".
      *        AULA CORRENTE DA CHAMADA (DISCIPLINA+DATA) E AS TURMAS
      *        DELA JA CONTADAS
       77 W-DISCANT      PIC X(20) VALUE SPACES.
       77 W-DATAANT      PIC 9(08) VALUE ZEROS.
       77 W-AULIX        PIC 9(02) VALUE ZEROS.
       77 W-AULQTD       PIC 9(02) VALUE ZEROS.
       77 W-AULACHOU     PIC X(01) VALUE "N".
       01 AUL-TAB.
            03 AUL-TURMA    PIC X(03) OCCURS 30 TIMES.
      *        PROFESSOR UNICO DA DISCIPLINA EM PROFDISC (CACHE DA
      *        ULTIMA DISCIPLINA PROCURADA)
       77 W-PRDDISC      PIC X(20) VALUE SPACES.
       77 W-PRDPROF      PIC X(05) VALUE SPACES.
       77 W-PRDQTD       PIC 9(03) VALUE ZEROS.
       77 W-TURMA        PIC X(03) VALUE SPACES.
       77 W-PROF         PIC X(05) VALUE SPACES.
      *        QUEBRAS DO DEMONSTRATIVO
       77 W-PROFANT      PIC X(05) VALUE SPACES.
       77 W-DISCTUR      PIC X(20) VALUE SPACES.
       77 W-TURANT       PIC X(03) VALUE SPACES.
       77 W-TURAULAS     PIC 9(04) VALUE ZEROS.
       77 W-PRFAULAS     PIC 9(05) VALUE ZEROS.
       77 W-PRFVALOR     PIC 9(07)V99 VALUE ZEROS.
       77 W-VALHORA      PIC 9(04)V99 VALUE ZEROS.
       77 W-TEMVALOR     PIC X(01) VALUE "N".
      *        RESUMO DA FOLHA
       77 W-FOLIX        PIC 9(03) VALUE ZEROS.
       77 W-FOLQTD       PIC 9(03) VALUE ZEROS.
       01 FOL-TAB.
            03 FOL-ITEM OCCURS 200 TIMES.
                05 FOL-PROF     PIC X(05).
                05 FOL-NOME     PIC X(30).
                05 FOL-AULAS    PIC 9(05).
                05 FOL-VALHORA  PIC 9(04)V99.
                05 FOL-VALOR    PIC 9(07)V99.
       77 W-CHALIDOS     PIC 9(06) VALUE ZEROS.
       77 W-AULAS        PIC 9(05) VALUE ZEROS.
       77 W-SEMPROF      PIC 9(05) VALUE ZEROS.
       77 W-SEMVALOR     PIC 9(03) VALUE ZEROS.
       77 W-TOTAULAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTFOLHA     PIC 9(09)V99 VALUE ZEROS.
       77 W-DETALHES     PIC 9(06) VALUE ZEROS.
       77 W-SOMAVAL      PIC 9(11)V99 VALUE ZEROS.
       01 W-MES          PIC 9(06) VALUE ZEROS.
       01 W-MES-R REDEFINES W-MES.
            03 W-MES-ANO    PIC 9(04).
            03 W-MES-MES    PIC 9(02).
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
       01 W-DTAULA       PIC 9(08) VALUE ZEROS.
       01 W-DTAULA-R REDEFINES W-DTAULA.
            03 W-DTAULA-ANO PIC 9(04).
            03 W-DTAULA-MES PIC 9(02).
            03 W-DTAULA-DIA PIC 9(02).
      *
       01 CTB-HEADER.
            03 FILLER       PIC X(01) VALUE "0".
            03 CH-COMPET    PIC 9(06).
            03 CH-ORIGEM    PIC X(20) VALUE "ESCOLA LOJA AMIGOS".
            03 FILLER       PIC X(53) VALUE SPACES.
       01 CTB-DETALHE.
            03 FILLER       PIC X(01) VALUE "1".
            03 CD-CHAVE     PIC X(07).
            03 CD-CONTA     PIC X(04).
            03 CD-VALOR     PIC 9(09)V99.
            03 FILLER       PIC X(57) VALUE SPACES.
       01 CTB-TRAILER.
            03 FILLER       PIC X(01) VALUE "9".
            03 CT-QTD       PIC 9(06).
            03 CT-SOMA      PIC 9(11)V99.
            03 FILLER       PIC X(60) VALUE SPACES.
           COPY CPYMASC.
       77 MASC-FOL-TOT   PIC ZZ.ZZZ.ZZZ,ZZ.
       77 MASC-FOL-HORA  PIC Z.ZZZ,ZZ.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FOLHAPRF - FOLHA MENSAL DE HORA-AULA".
           ACCEPT W-DATA FROM DATE YYYYMMDD.
       FOL-MES.
           DISPLAY "MES DAS AULAS (AAAAMM, ZEROS = ANTERIOR): ".
           MOVE ZEROS TO W-MES
           ACCEPT W-MES.
           IF W-MES = ZEROS
               IF W-DATA-MES = 01
                   COMPUTE W-MES-ANO = W-DATA-ANO - 1
                   MOVE 12 TO W-MES-MES
               ELSE
                   MOVE W-DATA-ANO TO W-MES-ANO
                   COMPUTE W-MES-MES = W-DATA-MES - 1.
           IF W-MES-MES < 01 OR W-MES-MES > 12 OR W-MES-ANO < 1990
               DISPLAY "MES INVALIDO"
               GO TO FOL-MES.
           PERFORM FOL-OP0 THRU FOL-OP0-FIM.
           SORT FOLORD ON ASCENDING KEY ORD-PROF ORD-DISC ORD-TUR
                                        ORD-DATA
                       INPUT PROCEDURE FOL-SELECIONA
                                  THRU FOL-SELECIONA-FIM
                       OUTPUT PROCEDURE FOL-IMPRIME
                                  THRU FOL-IMPRIME-FIM.
           PERFORM FOL-RESUMO THRU FOL-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - TURMA, PROFDISC E TAXAPROF AUSENTES
      * VALEM COMO VAZIOS
      *-----------------------------------------------------------------
       FOL-OP0.
           OPEN INPUT CHAMADA
           IF ST-CHA NOT = "00"
               DISPLAY "ERRO AO ABRIR CHAMADA.DAT - ST=" ST-CHA
               GO TO ROT-FIM.
           OPEN INPUT MATRICUL
           IF ST-MAT NOT = "00"
               DISPLAY "ERRO AO ABRIR MATRICUL.DAT - ST=" ST-MAT
               CLOSE CHAMADA
               GO TO ROT-FIM.
           OPEN INPUT PROFESSO
           IF ST-PRF NOT = "00"
               DISPLAY "ERRO AO ABRIR PROFESSO.DAT - ST=" ST-PRF
               CLOSE CHAMADA MATRICUL
               GO TO ROT-FIM.
           OPEN OUTPUT ARQCTB
           IF ST-CTB NOT = "00"
               DISPLAY "ERRO AO ABRIR FOLHAPRF.TXT - ST=" ST-CTB
               CLOSE CHAMADA MATRICUL PROFESSO
               GO TO ROT-FIM.
           OPEN OUTPUT RELFOL
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR FOLHAPRF.REL - ST=" ST-REL
               CLOSE CHAMADA MATRICUL PROFESSO ARQCTB
               GO TO ROT-FIM.
           MOVE "FOLHAPRF.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "FOLHAPRF" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE CHAMADA MATRICUL PROFESSO ARQCTB RELFOL
               GO TO ROT-FIM.
           OPEN INPUT TURMA
           IF ST-TUR = "00"
               MOVE "S" TO W-TURABERTO.
           OPEN INPUT PROFDISC
           IF ST-PRD = "00"
               MOVE "S" TO W-PRDABERTO.
           OPEN INPUT TAXAPROF
           IF ST-TXP = "00"
               MOVE "S" TO W-TXPABERTO.
           MOVE W-MES TO CH-COMPET
           MOVE CTB-HEADER TO LINCTB
           WRITE LINCTB.
       FOL-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UMA AULA POR DISCIPLINA+DATA+TURMA DA CHAMADA DO MES
      *-----------------------------------------------------------------
       FOL-SELECIONA.
           READ CHAMADA NEXT RECORD
               AT END GO TO FOL-SELECIONA-FIM.
           ADD 1 TO W-CHALIDOS.
           IF CHA-DATA-ANO NOT = W-MES-ANO
              OR CHA-DATA-MES NOT = W-MES-MES
               GO TO FOL-SELECIONA.
           MOVE CHA-DATA TO W-DTAULA
           IF CHA-DISCIPLINA NOT = W-DISCANT OR W-DTAULA NOT = W-DATAANT
               MOVE CHA-DISCIPLINA TO W-DISCANT
               MOVE W-DTAULA       TO W-DATAANT
               MOVE ZEROS TO W-AULQTD.
           MOVE CHA-CODALU     TO MAT-CODALU
           MOVE CHA-DISCIPLINA TO MAT-DISCIPLINA
           READ MATRICUL
           IF ST-MAT = "00"
               MOVE MAT-TURMA TO W-TURMA
           ELSE
               MOVE SPACES TO W-TURMA.
           PERFORM FOL-JACONTADA THRU FOL-JACONTADA-FIM.
           IF W-AULACHOU = "S"
               GO TO FOL-SELECIONA.
           PERFORM FOL-PROFESSOR THRU FOL-PROFESSOR-FIM.
           MOVE W-PROF         TO ORD-PROF
           MOVE CHA-DISCIPLINA TO ORD-DISC
           MOVE W-TURMA        TO ORD-TUR
           MOVE W-DTAULA       TO ORD-DATA
           RELEASE REGORD.
           ADD 1 TO W-AULAS.
           GO TO FOL-SELECIONA.
       FOL-SELECIONA-FIM.
           EXIT.
      *
      *        A TURMA DESTA AULA (DISCIPLINA+DATA) JA FOI CONTADA?
      *        SE NAO, ENTRA NA TABELA
       FOL-JACONTADA.
           MOVE "N" TO W-AULACHOU
           MOVE 1 TO W-AULIX.
       FOL-JACONTADA-LER.
           IF W-AULIX > W-AULQTD
               GO TO FOL-JACONTADA-NOVA.
           IF AUL-TURMA (W-AULIX) = W-TURMA
               MOVE "S" TO W-AULACHOU
               GO TO FOL-JACONTADA-FIM.
           ADD 1 TO W-AULIX
           GO TO FOL-JACONTADA-LER.
       FOL-JACONTADA-NOVA.
           IF W-AULQTD < 30
               ADD 1 TO W-AULQTD
               MOVE W-TURMA TO AUL-TURMA (W-AULQTD).
       FOL-JACONTADA-FIM.
           EXIT.
      *
      *        PROFESSOR DA AULA: O DA TURMA; SEM ELE, O UNICO QUE
      *        LECIONA A DISCIPLINA EM PROFDISC
       FOL-PROFESSOR.
           MOVE SPACES TO W-PROF
           IF W-TURMA = SPACES OR W-TURABERTO NOT = "S"
               GO TO FOL-PROFESSOR-PRD.
           MOVE CHA-DISCIPLINA TO TUR-DISCIPLINA
           MOVE W-TURMA        TO TUR-ID
           READ TURMA
           IF ST-TUR = "00" AND TUR-PROF NOT = SPACES
               MOVE TUR-PROF TO W-PROF
               GO TO FOL-PROFESSOR-FIM.
       FOL-PROFESSOR-PRD.
           IF CHA-DISCIPLINA NOT = W-PRDDISC
               PERFORM FOL-PRDBUSCA THRU FOL-PRDBUSCA-FIM.
           IF W-PRDQTD = 1
               MOVE W-PRDPROF TO W-PROF.
       FOL-PROFESSOR-FIM.
           EXIT.
      *
      *        QUANTOS PROFESSORES LECIONAM A DISCIPLINA (PROFDISC TEM
      *        CHAVE PROFESSOR+DISCIPLINA - LEITURA DO ARQUIVO TODO)
       FOL-PRDBUSCA.
           MOVE CHA-DISCIPLINA TO W-PRDDISC
           MOVE SPACES TO W-PRDPROF
           MOVE ZEROS  TO W-PRDQTD
           IF W-PRDABERTO NOT = "S"
               GO TO FOL-PRDBUSCA-FIM.
           MOVE LOW-VALUES TO PRD-CHAVE
           START PROFDISC KEY IS NOT LESS THAN PRD-CHAVE
           IF ST-PRD NOT = "00"
               GO TO FOL-PRDBUSCA-FIM.
       FOL-PRDBUSCA-LER.
           READ PROFDISC NEXT RECORD
           IF ST-PRD NOT = "00"
               GO TO FOL-PRDBUSCA-FIM.
           IF PRD-DISCIPLINA = W-PRDDISC
               ADD 1 TO W-PRDQTD
               MOVE PRD-PROF TO W-PRDPROF.
           GO TO FOL-PRDBUSCA-LER.
       FOL-PRDBUSCA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DEMONSTRATIVO POR PROFESSOR, COM UMA LINHA POR TURMA
      *-----------------------------------------------------------------
       FOL-IMPRIME.
           RETURN FOLORD AT END GO TO FOL-IMPRIME-EOF.
           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               PERFORM FOL-ABRE THRU FOL-ABRE-FIM.
           IF ORD-PROF NOT = W-PROFANT
               PERFORM FOL-FECHA THRU FOL-FECHA-FIM
               PERFORM FOL-ABRE THRU FOL-ABRE-FIM.
           IF ORD-DISC NOT = W-DISCTUR OR ORD-TUR NOT = W-TURANT
               PERFORM FOL-TURMA THRU FOL-TURMA-FIM
               MOVE ORD-DISC TO W-DISCTUR
               MOVE ORD-TUR  TO W-TURANT.
           ADD 1 TO W-TURAULAS W-PRFAULAS.
           GO TO FOL-IMPRIME.
       FOL-IMPRIME-EOF.
           IF W-PRIMEIRO = "N"
               PERFORM FOL-FECHA THRU FOL-FECHA-FIM.
       FOL-IMPRIME-FIM.
           EXIT.
      *
      *        INICIO DO DEMONSTRATIVO DE UM PROFESSOR (OU DA PAGINA
      *        DAS AULAS SEM PROFESSOR)
       FOL-ABRE.
           MOVE ORD-PROF TO W-PROFANT
           MOVE SPACES TO W-DISCTUR W-TURANT
           MOVE ZEROS TO W-TURAULAS W-PRFAULAS W-PRFVALOR W-VALHORA
           MOVE "N" TO W-TEMVALOR
           MOVE SPACES TO LINREL
           STRING "ESCOLA LOJA AMIGOS - DEMONSTRATIVO DE HORA-AULA - "
                  W-MES-MES "/" W-MES-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-PAGINA THRU FOL-PAGINA-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           IF ORD-PROF = SPACES
               MOVE "AULAS SEM PROFESSOR (TURMA/DISCIPLINA SEM DONO)"
                   TO LINREL
               PERFORM FOL-IMP THRU FOL-IMP-FIM
               GO TO FOL-ABRE-CAB.
           MOVE ORD-PROF TO PRF-COD
           READ PROFESSO
           IF ST-PRF NOT = "00"
               MOVE SPACES TO PRF-NOME
               MOVE ZEROS  TO PRF-CPF.
           MOVE SPACES TO LINREL
           STRING "PROFESSOR " ORD-PROF " " PRF-NOME " CPF " PRF-CPF
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           IF W-TXPABERTO = "S"
               MOVE ORD-PROF TO TXP-PROF
               READ TAXAPROF
               IF ST-TXP = "00"
                   MOVE TXP-VALOR TO W-VALHORA
                   MOVE "S" TO W-TEMVALOR.
       FOL-ABRE-CAB.
           MOVE SPACES TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE "  DISCIPLINA           TURMA   AULAS" TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
       FOL-ABRE-FIM.
           EXIT.
      *
      *        LINHA DA TURMA QUE ACABOU (SE HOUVE)
       FOL-TURMA.
           IF W-DISCTUR = SPACES AND W-TURAULAS = ZEROS
               GO TO FOL-TURMA-FIM.
           MOVE W-TURAULAS TO MASC-INTEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  " W-DISCTUR " " W-TURANT "  " MASC-INTEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE ZEROS TO W-TURAULAS.
       FOL-TURMA-FIM.
           EXIT.
      *
      *        FIM DO DEMONSTRATIVO: TOTAL, VALOR E LANCAMENTO
       FOL-FECHA.
           PERFORM FOL-TURMA THRU FOL-TURMA-FIM.
           MOVE SPACES TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE W-PRFAULAS TO MASC-INTEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  TOTAL DE AULAS DADAS NO MES.....: "
                  MASC-INTEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           IF W-PROFANT = SPACES
               ADD W-PRFAULAS TO W-SEMPROF
               MOVE "  AULAS FORA DA FOLHA - ATRIBUIR O PROFESSOR NA"
                   TO LINREL
               PERFORM FOL-IMP THRU FOL-IMP-FIM
               MOVE "  TURMA (CADTURMA) OU A DISCIPLINA (CADPROF)"
                   TO LINREL
               PERFORM FOL-IMP THRU FOL-IMP-FIM
               GO TO FOL-FECHA-FIM.
           IF W-TEMVALOR NOT = "S"
               ADD 1 TO W-SEMVALOR
               MOVE "  *** SEM VALOR DE HORA-AULA CADASTRADO (CADHAULA)"
                   TO LINREL
               PERFORM FOL-IMP THRU FOL-IMP-FIM
               MOVE "  *** PROFESSOR FORA DA FOLHA DESTE MES" TO LINREL
               PERFORM FOL-IMP THRU FOL-IMP-FIM
               PERFORM FOL-GUARDA THRU FOL-GUARDA-FIM
               GO TO FOL-FECHA-FIM.
           COMPUTE W-PRFVALOR = W-PRFAULAS * W-VALHORA
           MOVE W-VALHORA TO MASC-FOL-HORA
           MOVE SPACES TO LINREL
           STRING "  VALOR DA HORA-AULA..............: " MASC-FOL-HORA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE W-PRFVALOR TO MASC-FOL-TOT
           MOVE SPACES TO LINREL
           STRING "  TOTAL A PAGAR...................: " MASC-FOL-TOT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           PERFORM FOL-GUARDA THRU FOL-GUARDA-FIM.
           ADD W-PRFAULAS TO W-TOTAULAS
           ADD W-PRFVALOR TO W-TOTFOLHA
           MOVE SPACES TO CD-CHAVE
           MOVE W-PROFANT  TO CD-CHAVE (1:5)
           MOVE "HAUL"     TO CD-CONTA
           MOVE W-PRFVALOR TO CD-VALOR
           MOVE CTB-DETALHE TO LINCTB
           WRITE LINCTB
           ADD 1 TO W-DETALHES
           ADD CD-VALOR TO W-SOMAVAL.
           MOVE SPACES TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE "  RECEBI A IMPORTANCIA ACIMA.  ____________________"
               TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "                               " PRF-NOME
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
       FOL-FECHA-FIM.
           EXIT.
      *
      *        LINHA DO PROFESSOR PARA O RESUMO DA FOLHA
       FOL-GUARDA.
           IF W-FOLQTD NOT < 200
               DISPLAY "MAIS DE 200 PROFESSORES - " W-PROFANT
                   " FORA DO RESUMO"
               GO TO FOL-GUARDA-FIM.
           ADD 1 TO W-FOLQTD
           MOVE W-PROFANT  TO FOL-PROF (W-FOLQTD)
           MOVE PRF-NOME   TO FOL-NOME (W-FOLQTD)
           MOVE W-PRFAULAS TO FOL-AULAS (W-FOLQTD)
           MOVE W-VALHORA  TO FOL-VALHORA (W-FOLQTD)
           MOVE ZEROS      TO FOL-VALOR (W-FOLQTD)
           IF W-TEMVALOR = "S"
               COMPUTE FOL-VALOR (W-FOLQTD) = W-PRFAULAS * W-VALHORA.
       FOL-GUARDA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO DA FOLHA E TRAILER DOS LANCAMENTOS
      *-----------------------------------------------------------------
       FOL-RESUMO.
           MOVE W-DETALHES TO CT-QTD
           MOVE W-SOMAVAL  TO CT-SOMA
           MOVE CTB-TRAILER TO LINCTB
           WRITE LINCTB.
           MOVE SPACES TO LINREL
           STRING "FOLHAPRF - RESUMO DA FOLHA DE HORA-AULA - "
                  W-MES-MES "/" W-MES-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-PAGINA THRU FOL-PAGINA-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  PROF. NOME                           AULAS"
                  "  VALOR H/A       TOTAL"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE 1 TO W-FOLIX.
       FOL-RESUMO-LIN.
           IF W-FOLIX > W-FOLQTD
               GO TO FOL-RESUMO-TOT.
           MOVE FOL-AULAS (W-FOLIX)   TO MASC-INTEIRO-REL
           MOVE FOL-VALHORA (W-FOLIX) TO MASC-FOL-HORA
           MOVE FOL-VALOR (W-FOLIX)   TO MASC-FOL-TOT
           MOVE SPACES TO LINREL
           IF FOL-VALHORA (W-FOLIX) = ZEROS
               STRING "  " FOL-PROF (W-FOLIX) " " FOL-NOME (W-FOLIX)
                      " " MASC-INTEIRO-REL "  SEM VALOR - FORA"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "  " FOL-PROF (W-FOLIX) " " FOL-NOME (W-FOLIX)
                      " " MASC-INTEIRO-REL "  " MASC-FOL-HORA
                      " " MASC-FOL-TOT
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           ADD 1 TO W-FOLIX
           GO TO FOL-RESUMO-LIN.
       FOL-RESUMO-TOT.
           MOVE SPACES TO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE W-TOTAULAS TO MASC-INTEIRO-REL
           MOVE W-TOTFOLHA TO MASC-FOL-TOT
           MOVE SPACES TO LINREL
           STRING "  TOTAL DA FOLHA.....: " MASC-INTEIRO-REL
                  " AULAS  " MASC-FOL-TOT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  PROFESSORES SEM VALOR DE HORA-AULA: " W-SEMVALOR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  AULAS SEM PROFESSOR (FORA DA FOLHA): " W-SEMPROF
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  LANCAMENTOS GERADOS (FOLHAPRF.TXT): " W-DETALHES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  SOMA DOS VALORES (HASH)...........: " CT-SOMA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM FOL-IMP THRU FOL-IMP-FIM.
           IF W-TURABERTO = "S"
               CLOSE TURMA.
           IF W-PRDABERTO = "S"
               CLOSE PROFDISC.
           IF W-TXPABERTO = "S"
               CLOSE TAXAPROF.
           CLOSE CHAMADA MATRICUL PROFESSO ARQCTB RELFOL IMPRESSORA.
           DISPLAY "FOLHAPRF - FOLHA GERADA EM FOLHAPRF.TXT".
           DISPLAY "REGISTROS DE CHAMADA LIDOS.: " W-CHALIDOS.
           DISPLAY "AULAS DADAS NO MES.........: " W-AULAS.
           DISPLAY "LANCAMENTOS GERADOS........: " W-DETALHES.
           DISPLAY "TOTAL DA FOLHA.............: " MASC-FOL-TOT.
       FOL-RESUMO-FIM.
           EXIT.
      *
      *        PRIMEIRA LINHA DE UMA PAGINA NOVA (JA EM LINREL)
       FOL-PAGINA.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               MOVE "N" TO W-PRIMLIN
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
       FOL-PAGINA-FIM.
           EXIT.
      *
       FOL-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       FOL-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
