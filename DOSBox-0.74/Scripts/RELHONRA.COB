       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELHONRA.
      **************************************
      *  QUADRO DE HONRA E CLASSIFICACAO   *
      *  DO TERMO (HISTORIC.DAT)           *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA UM TERMO JA FECHADO PELO FECHATER (EX.
      * 2026-1) E O PROGRAMA TIRA DO HISTORICO TRES PARTES:
      *   DISTRIBUICAO   - POR DISCIPLINA, QUANTOS ALUNOS EM CADA
      *                    FAIXA DE MEDIA (0-1,9 / 2-3,9 / 4-5,9 /
      *                    6-7,9 / 8-10) E A MEDIA DA DISCIPLINA, PARA
      *                    A COORDENACAO COMPARAR ENTRE TERMOS QUEM
      *                    CORRIGE DURO OU MOLE DEMAIS;
      *   CLASSIFICACAO  - POR DISCIPLINA E, DENTRO DELA, POR TURMA, A
      *                    POSICAO DO ALUNO NA TURMA E NA DISCIPLINA
      *                    (MEDIA IGUAL = MESMA POSICAO);
      *   QUADRO DE HONRA- OS HONQTD PRIMEIROS (PADRAO 10) PELA MEDIA
      *                    GERAL PONDERADA DO ALUNO NAS DISCIPLINAS DO
      *                    TERMO (PESO DA GRADE, CUR-PESO; ZERO OU
      *                    DISCIPLINA FORA DA GRADE = PESO 1). SO ENTRA
      *                    QUEM NAO FEZ RECUPERACAO (HIS-NOTAREC) E TEM
      *                    FREQUENCIA DE PELO MENOS HONFREQ POR CENTO
      *                    (PADRAO 75).
      * A FREQUENCIA E FEITA CONTRA AS AULAS PREVISTAS DE CADA
      * DISCIPLINA: COM O TERMO NO CALENDARIO ESCOLAR (CALESC.DAT), OS
      * DIAS LETIVOS NO DIA DA SEMANA DA TURMA DO ALUNO; SEM
      * CALENDARIO OU SEM TURMA, HONAULAS AULAS (PADRAO 40). A TURMA
      * VEM DA MATRICULA DO ALUNO NA DISCIPLINA (MATRICUL.DAT) - SE O
      * REMATRIC JA PASSOU E A MATRICULA MUDOU DE DISCIPLINA, O ALUNO
      * SAI SEM TURMA (---).
      * TRES SORTS NO MODELO DO DECLIR, COM OS ARQUIVOS DE TRABALHO
      * HONDIS.TMP (MEDIAS POR DISCIPLINA) E HONALU.TMP (MEDIA GERAL).
      * ARQUIVOS: RELHONRA.TXT E O SPOOL RELHONRA.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYHISS.
           COPY CPYALUS.
           COPY CPYMATS.
           COPY CPYTURS.
           COPY CPYCURS.
           COPY CPYCALS.
           SELECT HONDIS ASSIGN TO DISK.
           SELECT HONTUR ASSIGN TO DISK.
           SELECT HONALU ASSIGN TO DISK.
           SELECT HONDTMP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-TMD.
           SELECT HONATMP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-TMA.
           SELECT RELHON ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYHISR.
           COPY CPYALUR.
           COPY CPYMATR.
           COPY CPYTURR.
           COPY CPYCURR.
           COPY CPYCALR.
      *
       SD  HONDIS.
       01 REGDIS.
                03 DIS-DISCIPLINA  PIC X(20).
                03 DIS-MEDIA       PIC 99V9.
                03 DIS-CODALU      PIC 9(05).
                03 DIS-TURMA       PIC X(03).
      *
       SD  HONTUR.
       01 REGTRK.
                03 TRK-DISCIPLINA  PIC X(20).
                03 TRK-TURMA       PIC X(03).
                03 TRK-MEDIA       PIC 99V9.
                03 TRK-CODALU      PIC 9(05).
                03 TRK-RANKDIS     PIC 9(04).
      *
       SD  HONALU.
       01 REGHAL.
                03 HAL-MEDIA       PIC 99V99.
                03 HAL-CODALU      PIC 9(05).
                03 HAL-FREQ        PIC 9(03).
                03 HAL-REC         PIC X(01).
                03 HAL-QTDDIS      PIC 9(02).
      *
       FD  HONDTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HONDIS.TMP".
       01 REGTMD.
                03 TMD-DISCIPLINA  PIC X(20).
                03 TMD-TURMA       PIC X(03).
                03 TMD-MEDIA       PIC 99V9.
                03 TMD-CODALU      PIC 9(05).
                03 TMD-RANKDIS     PIC 9(04).
      *
       FD  HONATMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HONALU.TMP".
       01 REGTMA.
                03 TMA-MEDIA       PIC 99V99.
                03 TMA-CODALU      PIC 9(05).
                03 TMA-FREQ        PIC 9(03).
                03 TMA-REC         PIC X(01).
                03 TMA-QTDDIS      PIC 9(02).
      *
       FD  RELHON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHONRA.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-HIS         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MAT         PIC X(02) VALUE "00".
       77 ST-TUR         PIC X(02) VALUE "00".
       77 ST-CUR         PIC X(02) VALUE "00".
       77 ST-CAL         PIC X(02) VALUE "00".
       77 ST-TMD         PIC X(02) VALUE "00".
       77 ST-TMA         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYCALW.
       77 W-TERMO        PIC X(06) VALUE SPACES.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-MATABERTO    PIC X(01) VALUE "N".
       77 W-TURABERTO    PIC X(01) VALUE "N".
       77 W-CURABERTO    PIC X(01) VALUE "N".
       77 W-TEMCAL       PIC X(01) VALUE "N".
      *        REGRAS DO QUADRO (PARAMET.DAT VIA PARLER); AUSENTES,
      *        VALEM OS PADROES ABAIXO
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-HONQTD       PIC 9(03) VALUE 10.
       77 W-HONFREQ      PIC 9(03) VALUE 75.
       77 W-AULASPAD     PIC 9(03) VALUE 40.
      *        AULAS PREVISTAS NO TERMO POR DIA DA SEMANA DA TURMA
       77 W-DOWIX        PIC 9(01) VALUE ZEROS.
       01 W-AULASDOW-T.
            03 W-AULASDOW   PIC 9(03) OCCURS 6 TIMES.
      *        ACUMULADO DO ALUNO CORRENTE (HISTORICO VEM POR CODALU)
       77 W-PRIMALU      PIC X(01) VALUE "S".
       77 W-CODANT       PIC 9(05) VALUE ZEROS.
       77 W-ALUSOMA      PIC 9(05)V9 VALUE ZEROS.
       77 W-ALUPESO      PIC 9(04) VALUE ZEROS.
       77 W-ALUFALTAS    PIC 9(05) VALUE ZEROS.
       77 W-ALUAULAS     PIC 9(05) VALUE ZEROS.
       77 W-ALUREC       PIC X(01) VALUE "N".
       77 W-ALUDISC      PIC 9(02) VALUE ZEROS.
       77 W-PESO         PIC 9(02) VALUE ZEROS.
       77 W-AULAS        PIC 9(03) VALUE ZEROS.
       77 W-TURMA        PIC X(03) VALUE SPACES.
      *        QUEBRAS E POSICOES DAS SAIDAS DOS SORTS
       77 W-DISANT       PIC X(20) VALUE SPACES.
       77 W-TURANT       PIC X(03) VALUE SPACES.
       77 W-MEDANT       PIC 99V99 VALUE ZEROS.
       77 W-SEQ          PIC 9(04) VALUE ZEROS.
       77 W-RANK         PIC 9(04) VALUE ZEROS.
       77 W-SEQTUR       PIC 9(04) VALUE ZEROS.
       77 W-RANKTUR      PIC 9(04) VALUE ZEROS.
       77 W-DISQTD       PIC 9(04) VALUE ZEROS.
       77 W-DISSOMA      PIC 9(06)V9 VALUE ZEROS.
       77 W-DISMEDIA     PIC 99V9 VALUE ZEROS.
       77 W-FAIXA        PIC 9(01) VALUE ZEROS.
       01 W-FAIXAS-T.
            03 W-FAIXAQTD   PIC 9(04) OCCURS 5 TIMES.
      *        CONTADORES DO RESUMO
       77 W-REGTERMO     PIC 9(06) VALUE ZEROS.
       77 W-ALUTERMO     PIC 9(05) VALUE ZEROS.
       77 W-NOQUADRO     PIC 9(05) VALUE ZEROS.
       77 W-FORAFREQ     PIC 9(05) VALUE ZEROS.
       77 W-FORAREC      PIC 9(05) VALUE ZEROS.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 MASC-MEDIA     PIC Z9,99.
       01 MASC-MEDIA1    PIC Z9,9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELHONRA - QUADRO DE HONRA E CLASSIFICACAO".
           ACCEPT W-DATA FROM DATE YYYYMMDD.
       HON-TERMO.
           DISPLAY "TERMO JA FECHADO (EX. 2026-1): ".
           MOVE SPACES TO W-TERMO
           ACCEPT W-TERMO.
           IF W-TERMO = SPACES
               GO TO HON-TERMO.
           OPEN INPUT HISTORIC
           IF ST-HIS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORIC.DAT - ST=" ST-HIS
               GO TO ROT-FIM.
       HON-TERMO-LER.
           READ HISTORIC NEXT RECORD
               AT END
                   DISPLAY "TERMO SEM FECHAMENTO NO HISTORICO"
                   CLOSE HISTORIC
                   GO TO HON-TERMO.
           IF HIS-TERMO NOT = W-TERMO
               GO TO HON-TERMO-LER.
           CLOSE HISTORIC.
           PERFORM HON-PAR THRU HON-PAR-FIM.
           PERFORM HON-CAL THRU HON-CAL-FIM.
           PERFORM HON-OP0 THRU HON-OP0-FIM.
           MOVE SPACES TO LINREL
           STRING "ESCOLA LOJA AMIGOS - QUADRO DE HONRA DO TERMO "
                  W-TERMO "  EMITIDO EM " W-DATA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-PAGINA THRU HON-PAGINA-FIM.
           SORT HONDIS ON ASCENDING KEY DIS-DISCIPLINA
                          DESCENDING KEY DIS-MEDIA
                          ASCENDING KEY DIS-CODALU
                       INPUT PROCEDURE HON-SELECIONA
                                  THRU HON-SELECIONA-FIM
                       OUTPUT PROCEDURE HON-DISTRIB
                                  THRU HON-DISTRIB-FIM.
           SORT HONTUR ON ASCENDING KEY TRK-DISCIPLINA TRK-TURMA
                          DESCENDING KEY TRK-MEDIA
                          ASCENDING KEY TRK-CODALU
                       INPUT PROCEDURE HON-CARREGATUR
                                  THRU HON-CARREGATUR-FIM
                       OUTPUT PROCEDURE HON-CLASSIF
                                  THRU HON-CLASSIF-FIM.
           SORT HONALU ON DESCENDING KEY HAL-MEDIA
                          ASCENDING KEY HAL-CODALU
                       INPUT PROCEDURE HON-CARREGAALU
                                  THRU HON-CARREGAALU-FIM
                       OUTPUT PROCEDURE HON-QUADRO
                                  THRU HON-QUADRO-FIM.
           PERFORM HON-RESUMO THRU HON-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * REGRAS DO QUADRO NO PARAMET.DAT
      *-----------------------------------------------------------------
       HON-PAR.
           MOVE "HONQTD" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-HONQTD.
           MOVE "HONFREQ" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-HONFREQ.
           MOVE "HONAULAS" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-AULASPAD.
       HON-PAR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * AULAS PREVISTAS POR DIA DA SEMANA NO CALENDARIO DO TERMO
      *-----------------------------------------------------------------
       HON-CAL.
           MOVE ZEROS TO W-AULASDOW-T
           OPEN INPUT CALESC
           IF ST-CAL NOT = "00"
               GO TO HON-CAL-FIM.
           MOVE W-TERMO TO CAL-TERMO
           READ CALESC
           IF ST-CAL NOT = "00"
               CLOSE CALESC
               GO TO HON-CAL-FIM.
           CLOSE CALESC.
           MOVE "S" TO W-TEMCAL
           MOVE CAL-BIMINI (1) TO W-CALDE
           MOVE CAL-BIMFIM (4) TO W-CALATE
           MOVE 1 TO W-DOWIX.
       HON-CAL-DIA.
           MOVE W-DOWIX TO W-CALFILTRO
           PERFORM CAL-CONTA THRU CAL-CONTA-FIM.
           MOVE W-CALQTD TO W-AULASDOW (W-DOWIX)
           IF W-DOWIX < 6
               ADD 1 TO W-DOWIX
               GO TO HON-CAL-DIA.
       HON-CAL-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS - SEM MATRICUL/TURMA O ALUNO FICA SEM
      * TURMA; SEM CURRICUL TODA DISCIPLINA TEM PESO 1
      *-----------------------------------------------------------------
       HON-OP0.
           OPEN INPUT HISTORIC
           IF ST-HIS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORIC.DAT - ST=" ST-HIS
               GO TO ROT-FIM.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               CLOSE HISTORIC
               GO TO ROT-FIM.
           OPEN OUTPUT RELHON
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELHONRA.TXT - ST=" ST-REL
               CLOSE HISTORIC ALUNO
               GO TO ROT-FIM.
           MOVE "RELHONRA.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELHONRA" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE HISTORIC ALUNO RELHON
               GO TO ROT-FIM.
           OPEN INPUT MATRICUL
           IF ST-MAT = "00"
               MOVE "S" TO W-MATABERTO.
           OPEN INPUT TURMA
           IF ST-TUR = "00"
               MOVE "S" TO W-TURABERTO.
           OPEN INPUT CURRICUL
           IF ST-CUR = "00"
               MOVE "S" TO W-CURABERTO.
       HON-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 1 - ENTRADA: AS MEDIAS DO TERMO POR DISCIPLINA; DE
      * QUEBRA, ACUMULA A MEDIA GERAL DE CADA ALUNO EM HONALU.TMP
      *-----------------------------------------------------------------
       HON-SELECIONA.
           OPEN OUTPUT HONATMP
           IF ST-TMA NOT = "00"
               DISPLAY "ERRO AO CRIAR HONALU.TMP - ST=" ST-TMA
               GO TO HON-SELECIONA-FIM.
       HON-SELECIONA-LER.
           READ HISTORIC NEXT RECORD
               AT END GO TO HON-SELECIONA-ULT.
           IF HIS-TERMO NOT = W-TERMO
               GO TO HON-SELECIONA-LER.
           ADD 1 TO W-REGTERMO
           IF W-PRIMALU = "S" OR HIS-CODALU NOT = W-CODANT
               PERFORM HON-FECHAALU THRU HON-FECHAALU-FIM
               MOVE "N" TO W-PRIMALU
               MOVE HIS-CODALU TO W-CODANT
               MOVE "N" TO W-ALUREC
               MOVE ZEROS TO W-ALUSOMA W-ALUPESO W-ALUFALTAS
                             W-ALUAULAS W-ALUDISC.
           PERFORM HON-TURMA THRU HON-TURMA-FIM.
           PERFORM HON-PESO THRU HON-PESO-FIM.
           ADD 1 TO W-ALUDISC
           COMPUTE W-ALUSOMA = W-ALUSOMA + HIS-MEDIA * W-PESO
           ADD W-PESO TO W-ALUPESO
           ADD W-AULAS TO W-ALUAULAS
           ADD HIS-FALTA1 HIS-FALTA2 HIS-FALTA3 HIS-FALTA4
               TO W-ALUFALTAS
           IF HIS-NOTAREC > ZEROS
               MOVE "S" TO W-ALUREC.
           MOVE HIS-DISCIPLINA TO DIS-DISCIPLINA
           MOVE HIS-MEDIA      TO DIS-MEDIA
           MOVE HIS-CODALU     TO DIS-CODALU
           MOVE W-TURMA        TO DIS-TURMA
           RELEASE REGDIS.
           GO TO HON-SELECIONA-LER.
       HON-SELECIONA-ULT.
           PERFORM HON-FECHAALU THRU HON-FECHAALU-FIM.
           CLOSE HONATMP.
       HON-SELECIONA-FIM.
           EXIT.
      *
      *        TURMA DO ALUNO NA DISCIPLINA E AS AULAS PREVISTAS DELA
       HON-TURMA.
           MOVE "---" TO W-TURMA
           MOVE W-AULASPAD TO W-AULAS
           IF W-MATABERTO NOT = "S"
               GO TO HON-TURMA-FIM.
           MOVE HIS-CODALU     TO MAT-CODALU
           MOVE HIS-DISCIPLINA TO MAT-DISCIPLINA
           READ MATRICUL
           IF ST-MAT NOT = "00" OR MAT-TURMA = SPACES
               GO TO HON-TURMA-FIM.
           MOVE MAT-TURMA TO W-TURMA
           IF W-TEMCAL NOT = "S" OR W-TURABERTO NOT = "S"
               GO TO HON-TURMA-FIM.
           MOVE HIS-DISCIPLINA TO TUR-DISCIPLINA
           MOVE MAT-TURMA      TO TUR-ID
           READ TURMA
           IF ST-TUR NOT = "00"
               GO TO HON-TURMA-FIM.
           IF TUR-DIASEM < 1 OR TUR-DIASEM > 6
               GO TO HON-TURMA-FIM.
           IF W-AULASDOW (TUR-DIASEM) > ZEROS
               MOVE W-AULASDOW (TUR-DIASEM) TO W-AULAS.
       HON-TURMA-FIM.
           EXIT.
      *
      *        PESO DA DISCIPLINA NA GRADE (ZERO OU AUSENTE = 1)
       HON-PESO.
           MOVE 1 TO W-PESO
           IF W-CURABERTO NOT = "S"
               GO TO HON-PESO-FIM.
           MOVE HIS-DISCIPLINA TO CUR-DISCIPLINA
           READ CURRICUL
           IF ST-CUR = "00" AND CUR-PESO > ZEROS
               MOVE CUR-PESO TO W-PESO.
       HON-PESO-FIM.
           EXIT.
      *
      *        MEDIA GERAL E FREQUENCIA DO ALUNO ANTERIOR
       HON-FECHAALU.
           IF W-PRIMALU = "S"
               GO TO HON-FECHAALU-FIM.
           ADD 1 TO W-ALUTERMO
           MOVE W-CODANT TO TMA-CODALU
           MOVE W-ALUREC TO TMA-REC
           MOVE W-ALUDISC TO TMA-QTDDIS
           COMPUTE TMA-MEDIA ROUNDED = W-ALUSOMA / W-ALUPESO
           MOVE 100 TO TMA-FREQ
           IF W-ALUAULAS > ZEROS
               MOVE ZEROS TO TMA-FREQ
               IF W-ALUFALTAS < W-ALUAULAS
                   COMPUTE TMA-FREQ = (W-ALUAULAS - W-ALUFALTAS)
                                    * 100 / W-ALUAULAS.
           WRITE REGTMA.
       HON-FECHAALU-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 1 - SAIDA: POSICAO NA DISCIPLINA (PARA O SORT 2) E A
      * DISTRIBUICAO DAS MEDIAS POR FAIXA
      *-----------------------------------------------------------------
       HON-DISTRIB.
           MOVE SPACES TO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE "DISTRIBUICAO DAS MEDIAS POR DISCIPLINA" TO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DISCIPLINA            ALUNOS MEDIA"
                  "  0-1,9 2-3,9 4-5,9 6-7,9  8-10"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE SPACES TO W-DISANT
           OPEN OUTPUT HONDTMP
           IF ST-TMD NOT = "00"
               DISPLAY "ERRO AO CRIAR HONDIS.TMP - ST=" ST-TMD
               GO TO HON-DISTRIB-FIM.
       HON-DISTRIB-LER.
           RETURN HONDIS AT END GO TO HON-DISTRIB-ULT.
           IF DIS-DISCIPLINA NOT = W-DISANT
               PERFORM HON-DISLINHA THRU HON-DISLINHA-FIM
               MOVE DIS-DISCIPLINA TO W-DISANT
               MOVE ZEROS TO W-SEQ W-RANK W-DISQTD W-DISSOMA
                             W-FAIXAS-T
               MOVE 99 TO W-MEDANT.
           ADD 1 TO W-SEQ
           IF DIS-MEDIA NOT = W-MEDANT
               MOVE W-SEQ TO W-RANK
               MOVE DIS-MEDIA TO W-MEDANT.
           ADD 1 TO W-DISQTD
           ADD DIS-MEDIA TO W-DISSOMA
           COMPUTE W-FAIXA = DIS-MEDIA / 2
           ADD 1 TO W-FAIXA
           IF W-FAIXA > 5
               MOVE 5 TO W-FAIXA.
           ADD 1 TO W-FAIXAQTD (W-FAIXA)
           MOVE DIS-DISCIPLINA TO TMD-DISCIPLINA
           MOVE DIS-TURMA      TO TMD-TURMA
           MOVE DIS-MEDIA      TO TMD-MEDIA
           MOVE DIS-CODALU     TO TMD-CODALU
           MOVE W-RANK         TO TMD-RANKDIS
           WRITE REGTMD.
           GO TO HON-DISTRIB-LER.
       HON-DISTRIB-ULT.
           PERFORM HON-DISLINHA THRU HON-DISLINHA-FIM.
           CLOSE HONDTMP.
       HON-DISTRIB-FIM.
           EXIT.
      *
      *        LINHA DA DISCIPLINA ANTERIOR NA DISTRIBUICAO
       HON-DISLINHA.
           IF W-DISANT = SPACES
               GO TO HON-DISLINHA-FIM.
           COMPUTE W-DISMEDIA ROUNDED = W-DISSOMA / W-DISQTD
           MOVE W-DISMEDIA TO MASC-MEDIA1
           MOVE SPACES TO LINREL
           STRING W-DISANT "  " W-DISQTD "  " MASC-MEDIA1 "  "
                  W-FAIXAQTD (1) "  " W-FAIXAQTD (2) "  "
                  W-FAIXAQTD (3) "  " W-FAIXAQTD (4) "  "
                  W-FAIXAQTD (5)
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
       HON-DISLINHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 2 - CLASSIFICACAO POR DISCIPLINA E TURMA
      *-----------------------------------------------------------------
       HON-CARREGATUR.
           OPEN INPUT HONDTMP
           IF ST-TMD NOT = "00"
               GO TO HON-CARREGATUR-FIM.
       HON-CARREGATUR-LER.
           READ HONDTMP
               AT END
                   CLOSE HONDTMP
                   GO TO HON-CARREGATUR-FIM.
           MOVE REGTMD TO REGTRK
           RELEASE REGTRK.
           GO TO HON-CARREGATUR-LER.
       HON-CARREGATUR-FIM.
           EXIT.
      *
       HON-CLASSIF.
           MOVE SPACES TO LINREL
           STRING "CLASSIFICACAO POR DISCIPLINA E TURMA - TERMO "
                  W-TERMO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-PAGINA THRU HON-PAGINA-FIM.
           MOVE SPACES TO W-DISANT W-TURANT.
       HON-CLASSIF-LER.
           RETURN HONTUR AT END GO TO HON-CLASSIF-FIM.
           IF TRK-DISCIPLINA NOT = W-DISANT
               MOVE TRK-DISCIPLINA TO W-DISANT
               MOVE SPACES TO W-TURANT
               MOVE SPACES TO LINREL
               PERFORM HON-IMP THRU HON-IMP-FIM
               MOVE SPACES TO LINREL
               STRING "DISCIPLINA " TRK-DISCIPLINA
                      DELIMITED BY SIZE INTO LINREL
               PERFORM HON-IMP THRU HON-IMP-FIM.
           IF TRK-TURMA NOT = W-TURANT
               MOVE TRK-TURMA TO W-TURANT
               MOVE ZEROS TO W-SEQTUR W-RANKTUR
               MOVE 99 TO W-MEDANT
               MOVE SPACES TO LINREL
               STRING "  TURMA " TRK-TURMA
                      "   POS.TURMA POS.DISC ALUNO"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM HON-IMP THRU HON-IMP-FIM.
           ADD 1 TO W-SEQTUR
           IF TRK-MEDIA NOT = W-MEDANT
               MOVE W-SEQTUR TO W-RANKTUR
               MOVE TRK-MEDIA TO W-MEDANT.
           MOVE TRK-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           MOVE TRK-MEDIA TO MASC-MEDIA1
           MOVE SPACES TO LINREL
           STRING "               " W-RANKTUR "     " TRK-RANKDIS
                  "   " TRK-CODALU " " NOME " " MASC-MEDIA1
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           GO TO HON-CLASSIF-LER.
       HON-CLASSIF-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SORT 3 - QUADRO DE HONRA PELA MEDIA GERAL PONDERADA
      *-----------------------------------------------------------------
       HON-CARREGAALU.
           OPEN INPUT HONATMP
           IF ST-TMA NOT = "00"
               GO TO HON-CARREGAALU-FIM.
       HON-CARREGAALU-LER.
           READ HONATMP
               AT END
                   CLOSE HONATMP
                   GO TO HON-CARREGAALU-FIM.
           MOVE REGTMA TO REGHAL
           RELEASE REGHAL.
           GO TO HON-CARREGAALU-LER.
       HON-CARREGAALU-FIM.
           EXIT.
      *
      *        EMPATE NA ULTIMA POSICAO DO QUADRO ENTRA TODO MUNDO
       HON-QUADRO.
           MOVE SPACES TO LINREL
           STRING "QUADRO DE HONRA - TERMO " W-TERMO
                  "  (" W-HONQTD " PRIMEIROS, FREQ. MINIMA "
                  W-HONFREQ "%, SEM RECUPERACAO)"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-PAGINA THRU HON-PAGINA-FIM.
           MOVE SPACES TO LINREL
           STRING "POS.  ALUNO                                 "
                  "MEDIA  FREQ DISC."
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE ZEROS TO W-SEQ W-RANK
           MOVE 99 TO W-MEDANT.
       HON-QUADRO-LER.
           RETURN HONALU AT END GO TO HON-QUADRO-FIM.
           IF HAL-REC = "S"
               ADD 1 TO W-FORAREC
               GO TO HON-QUADRO-LER.
           IF HAL-FREQ < W-HONFREQ
               ADD 1 TO W-FORAFREQ
               GO TO HON-QUADRO-LER.
           ADD 1 TO W-SEQ
           IF HAL-MEDIA NOT = W-MEDANT
               MOVE W-SEQ TO W-RANK
               MOVE HAL-MEDIA TO W-MEDANT.
           IF W-RANK > W-HONQTD
               GO TO HON-QUADRO-LER.
           ADD 1 TO W-NOQUADRO
           MOVE HAL-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           MOVE HAL-MEDIA TO MASC-MEDIA
           MOVE SPACES TO LINREL
           STRING W-RANK "  " HAL-CODALU " " NOME "  " MASC-MEDIA
                  "  " HAL-FREQ "%  " HAL-QTDDIS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           GO TO HON-QUADRO-LER.
       HON-QUADRO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       HON-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MEDIAS DO TERMO NO HISTORICO.....: " W-REGTERMO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ALUNOS DO TERMO..................: " W-ALUTERMO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "NO QUADRO DE HONRA...............: " W-NOQUADRO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "FORA POR RECUPERACAO.............: " W-FORAREC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "FORA POR FREQUENCIA..............: " W-FORAFREQ
                  DELIMITED BY SIZE INTO LINREL
           PERFORM HON-IMP THRU HON-IMP-FIM.
           IF W-MATABERTO = "S"
               CLOSE MATRICUL.
           IF W-TURABERTO = "S"
               CLOSE TURMA.
           IF W-CURABERTO = "S"
               CLOSE CURRICUL.
           CLOSE HISTORIC ALUNO RELHON IMPRESSORA.
           DISPLAY "RELHONRA - RELATORIO EM RELHONRA.TXT".
           DISPLAY "NO QUADRO DE HONRA.....: " W-NOQUADRO.
       HON-RESUMO-FIM.
           EXIT.
      *
      *        PRIMEIRA LINHA DE UMA PAGINA NOVA (JA EM LINREL)
       HON-PAGINA.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               MOVE "N" TO W-PRIMLIN
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
       HON-PAGINA-FIM.
           EXIT.
      *
       HON-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       HON-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * DIAS LETIVOS DO CALENDARIO ESCOLAR
      *-----------------------------------------------------------------
           COPY CPYCALP.
