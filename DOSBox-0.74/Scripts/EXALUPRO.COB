       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXALUPRO.
      **************************************
      *  PROPOSTA DE EX-ALUNOS COMO AMIGOS *
      *  (HISTORIC.DAT -> EXALUNO.DAT)     *
      **************************************
      *----------------------------------------------------------------
      * RODADO NO FIM DO CURSO, DEPOIS DO FECHATER E DOS CERTIFICADOS
      * (RELCERT). O OPERADOR INFORMA O TERMO FECHADO E O PROGRAMA
      * VARRE HISTORIC.DAT: O ALUNO COM PELO MENOS UMA DISCIPLINA
      * APROVADA (HIS-RESULTADO = A) E NENHUMA REPROVADA OU EM
      * RECUPERACAO NO TERMO CONCLUIU O CURSO E VIRA UMA PROPOSTA
      * PENDENTE EM EXALUNO.DAT, PARA O CONFEXAL CONFIRMAR COMO AMIGO
      * NA CATEGORIA EX-ALUNO. NADA E GRAVADO EM AMIGO.DAT AQUI.
      * PARA NAO DUPLICAR QUEM JA E AMIGO, CADA PROPOSTA E CASADA
      * CONTRA OS AMIGOS (TABELA EM MEMORIA, COMO NO RELCRUZ):
      *   - PELO CPF: O NOME DO ALUNO PROCURADO EM CPFINDEX.DAT DA O
      *     CPF DA PESSOA, SE ALGUM CADASTRO JA O CONHECE; AMIGO COM
      *     ESSE CODCPF E QUASE CERTAMENTE A MESMA PESSOA (CRITERIO C)
      *   - PELA CHAVE FONETICA (FONKEY, CPYFONP) DO NOME (CRITERIO F)
      * O SUSPEITO VAI NA PROPOSTA E NO RELATORIO; QUEM DECIDE E O
      * OPERADOR NO CONFEXAL. ALUNO JA PROPOSTO EM TERMO ANTERIOR NAO
      * E PROPOSTO DE NOVO. CONFERENCIA EM EXALUPRO.TXT E NO SPOOL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODAMIGO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS APELIDO
                        FILE STATUS  IS ST-AMI.
           SELECT ALUNO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODALU
                        FILE STATUS  IS ST-ERRO.
           COPY CPYHISS.
           COPY CPYIDXS.
           COPY CPYEXAS.
           SELECT RELEXA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYAMIR
               REPLACING ==NOME== BY ==NOME-AMI==
                         ==FONKEY== BY ==FONKEY-AMI==
                         ==FILIAL== BY ==FILIAL-AMI==.
      *
           COPY CPYALUR
               REPLACING ==NOME== BY ==NOME-ALU==.
      *
           COPY CPYHISR.
           COPY CPYIDXR.
           COPY CPYEXAR.
      *
       FD  RELEXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXALUPRO.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-AMI         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-HIS         PIC X(02) VALUE "00".
       77 ST-EXA         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYIDXW.
           COPY CPYFONW.
       77 W-TERMO        PIC X(06) VALUE SPACES.
       77 W-CODANT       PIC 9(05) VALUE ZEROS.
       77 W-QTDAPR       PIC 9(02) VALUE ZEROS.
       77 W-QTDREP       PIC 9(02) VALUE ZEROS.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-CRITTXT      PIC X(16) VALUE SPACES.
      *        CONTADORES DO RESUMO
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-CONCLUIU     PIC 9(05) VALUE ZEROS.
       77 W-NAOCONC      PIC 9(05) VALUE ZEROS.
       77 W-PROPOSTOS    PIC 9(05) VALUE ZEROS.
       77 W-SUSPEITOS    PIC 9(05) VALUE ZEROS.
       77 W-JAPROP       PIC 9(05) VALUE ZEROS.
       77 W-SEMALU       PIC 9(05) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
      *
      *TABELA DOS AMIGOS EM MEMORIA (ATE 500)
       01 AMI-TAB.
            03 AMI-LIN OCCURS 500 TIMES.
                05 AMI-APELIDO  PIC X(12).
                05 AMI-FONKEY   PIC X(08).
                05 AMI-CPF      PIC 9(11).
       77 AMI-QTD        PIC 9(03) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EXALUPRO - PROPOSTA DE EX-ALUNOS COMO AMIGOS".
       EXP-TERMO.
           DISPLAY "TERMO FECHADO (EX. 2026-1): ".
           MOVE SPACES TO W-TERMO
           ACCEPT W-TERMO.
           IF W-TERMO = SPACES
               GO TO EXP-TERMO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM EXP-OP0 THRU EXP-OP0-FIM.
           PERFORM EXP-CARGA THRU EXP-CARGA-FIM.
           GO TO EXP-LER.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS. EXALUNO.DAT E CRIADO NA PRIMEIRA VEZ;
      * SEM CPFINDEX.DAT A BUSCA FICA SO PELA CHAVE FONETICA
      *-----------------------------------------------------------------
       EXP-OP0.
           OPEN INPUT HISTORIC
           IF ST-HIS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORIC.DAT - ST=" ST-HIS
               GO TO ROT-FIM.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               CLOSE HISTORIC
               GO TO ROT-FIM.
           OPEN I-O EXALUNO
           IF ST-EXA NOT = "00"
               IF ST-EXA = "30" OR ST-EXA = "35"
                  OPEN OUTPUT EXALUNO
                  CLOSE EXALUNO
                  OPEN I-O EXALUNO
               ELSE
                  DISPLAY "ERRO AO ABRIR EXALUNO.DAT - ST=" ST-EXA
                  CLOSE HISTORIC ALUNO
                  GO TO ROT-FIM.
           OPEN OUTPUT RELEXA
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR EXALUPRO.TXT - ST=" ST-REL
               CLOSE HISTORIC ALUNO EXALUNO
               GO TO ROT-FIM.
           MOVE "EXALUPRO.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "EXALUPRO" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE HISTORIC ALUNO EXALUNO RELEXA
               GO TO ROT-FIM.
           OPEN INPUT CPFINDEX
           IF ST-IDX = "00"
               MOVE "S" TO W-IDXDISP.
           MOVE SPACES TO LINREL
           STRING "EX-ALUNOS PROPOSTOS COMO AMIGOS - TERMO " W-TERMO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE "CODALU NOME                           APELIDO SUGERIDO"
                                                          TO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
       EXP-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CARREGA OS AMIGOS NA TABELA EM MEMORIA; FONKEY EM BRANCO
      * (REGISTRO ANTERIOR A CHAVE FONETICA) E CALCULADA DO NOME
      *-----------------------------------------------------------------
       EXP-CARGA.
           OPEN INPUT CODAMIGO
           IF ST-AMI NOT = "00"
               DISPLAY "AMIGO.DAT AUSENTE - SEM CHECAGEM DE DUPLICADOS"
               GO TO EXP-CARGA-FIM.
       EXP-CARGA-LER.
           READ CODAMIGO NEXT RECORD
               AT END GO TO EXP-CARGA-EOF.
           IF AMI-QTD NOT < 500
               DISPLAY "TABELA DE AMIGOS CHEIA (500) - FORA DELA: "
                   APELIDO
               GO TO EXP-CARGA-LER.
           ADD 1 TO AMI-QTD
           MOVE APELIDO    TO AMI-APELIDO (AMI-QTD)
           MOVE CODCPF     TO AMI-CPF (AMI-QTD)
           MOVE FONKEY-AMI TO AMI-FONKEY (AMI-QTD)
           IF FONKEY-AMI = SPACES
               MOVE NOME-AMI TO FON-ENT
               PERFORM FON-001 THRU FON-001-FIM
               MOVE FON-SAI TO AMI-FONKEY (AMI-QTD).
           GO TO EXP-CARGA-LER.
       EXP-CARGA-EOF.
           CLOSE CODAMIGO.
       EXP-CARGA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * VARRE O HISTORICO DO TERMO; A CHAVE (CODALU+TERMO+DISCIPLINA)
      * JA TRAZ AS DISCIPLINAS DE CADA ALUNO JUNTAS
      *-----------------------------------------------------------------
       EXP-LER.
           READ HISTORIC NEXT RECORD
               AT END GO TO EXP-ULT.
           ADD 1 TO W-LIDOS.
           IF HIS-TERMO NOT = W-TERMO
               GO TO EXP-LER.
           IF HIS-CODALU NOT = W-CODANT
               PERFORM EXP-AVALIA THRU EXP-AVALIA-FIM
               MOVE HIS-CODALU TO W-CODANT
               MOVE ZEROS TO W-QTDAPR W-QTDREP.
           IF HIS-RESULTADO = "A"
               ADD 1 TO W-QTDAPR
           ELSE
               ADD 1 TO W-QTDREP.
           GO TO EXP-LER.
       EXP-ULT.
           PERFORM EXP-AVALIA THRU EXP-AVALIA-FIM.
           GO TO EXP-RESUMO.
      *
      *-----------------------------------------------------------------
      * FECHA UM ALUNO: CONCLUIU O TERMO -> PROPOSTA PENDENTE
      *-----------------------------------------------------------------
       EXP-AVALIA.
           IF W-CODANT = ZEROS
               GO TO EXP-AVALIA-FIM.
           IF W-QTDAPR = ZEROS OR W-QTDREP > ZEROS
               ADD 1 TO W-NAOCONC
               GO TO EXP-AVALIA-FIM.
           ADD 1 TO W-CONCLUIU
           MOVE W-CODANT TO EXA-CODALU
           READ EXALUNO
           IF ST-EXA = "00"
               ADD 1 TO W-JAPROP
               GO TO EXP-AVALIA-FIM.
           MOVE W-CODANT TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-SEMALU
               MOVE SPACES TO LINREL
               STRING W-CODANT " *** FORA DE ALUNO.DAT - NAO PROPOSTO"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM EXP-IMP THRU EXP-IMP-FIM
               GO TO EXP-AVALIA-FIM.
           MOVE SPACES   TO REGEXA
           MOVE CODALU   TO EXA-CODALU
           MOVE NOME-ALU TO EXA-NOME
           MOVE W-TERMO  TO EXA-TERMO
           MOVE NOME-ALU TO FON-ENT
           PERFORM FON-001 THRU FON-001-FIM
           MOVE FON-SAI  TO EXA-FONKEY
           MOVE DDDRESP  TO EXA-DDD
           MOVE NUMRESP  TO EXA-NUMFONE
           MOVE FILIAL   TO EXA-FILIAL
           MOVE ZEROS    TO EXA-CPF EXA-DATACONF
           MOVE W-HOJE   TO EXA-DATAPROP
           MOVE "P"      TO EXA-SITUACAO
           UNSTRING NOME-ALU DELIMITED BY SPACE INTO EXA-APESUG
           PERFORM EXP-CPF THRU EXP-CPF-FIM
           PERFORM EXP-SUSPEITO THRU EXP-SUSPEITO-FIM
           WRITE REGEXA
           IF ST-EXA NOT = "00"
               DISPLAY "ERRO AO GRAVAR EXALUNO - ALUNO " EXA-CODALU
                   " ST=" ST-EXA
               GO TO EXP-AVALIA-FIM.
           ADD 1 TO W-PROPOSTOS
           MOVE SPACES TO LINREL
           STRING EXA-CODALU "  " EXA-NOME "  " EXA-APESUG
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           IF EXA-SUSPEITO = SPACES
               GO TO EXP-AVALIA-FIM.
           ADD 1 TO W-SUSPEITOS
           IF EXA-CRITERIO = "C"
               MOVE "(MESMO CPF)" TO W-CRITTXT
           ELSE
               MOVE "(MESMO FONETICO)" TO W-CRITTXT.
           MOVE SPACES TO LINREL
           STRING "       POSSIVEL DUPLICADO: AMIGO " EXA-SUSPEITO
                  " " W-CRITTXT DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
       EXP-AVALIA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CPF DA PESSOA: O MESMO NOME JA CONHECIDO EM CPFINDEX.DAT
      *-----------------------------------------------------------------
       EXP-CPF.
           IF W-IDXDISP NOT = "S"
               GO TO EXP-CPF-FIM.
           MOVE ZEROS TO IDX-CPF
           START CPFINDEX KEY IS NOT LESS THAN IDX-CPF
           IF ST-IDX NOT = "00"
               GO TO EXP-CPF-FIM.
       EXP-CPF-LER.
           READ CPFINDEX NEXT RECORD
               AT END GO TO EXP-CPF-FIM.
           IF IDX-NOME NOT = EXA-NOME
               GO TO EXP-CPF-LER.
           MOVE IDX-CPF TO EXA-CPF.
       EXP-CPF-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * AMIGO QUE PODE SER A MESMA PESSOA: O CPF VALE MAIS QUE A
      * CHAVE FONETICA, QUE E SO UM INDICIO
      *-----------------------------------------------------------------
       EXP-SUSPEITO.
           MOVE 1 TO W-IX.
       EXP-SUSPEITO-CPF.
           IF EXA-CPF = ZEROS OR W-IX > AMI-QTD
               GO TO EXP-SUSPEITO-FON.
           IF AMI-CPF (W-IX) = EXA-CPF
               MOVE AMI-APELIDO (W-IX) TO EXA-SUSPEITO
               MOVE "C" TO EXA-CRITERIO
               GO TO EXP-SUSPEITO-FIM.
           ADD 1 TO W-IX
           GO TO EXP-SUSPEITO-CPF.
       EXP-SUSPEITO-FON.
           MOVE 1 TO W-IX.
       EXP-SUSPEITO-FONLER.
           IF W-IX > AMI-QTD
               GO TO EXP-SUSPEITO-FIM.
           IF AMI-FONKEY (W-IX) = EXA-FONKEY
               MOVE AMI-APELIDO (W-IX) TO EXA-SUSPEITO
               MOVE "F" TO EXA-CRITERIO
               GO TO EXP-SUSPEITO-FIM.
           ADD 1 TO W-IX
           GO TO EXP-SUSPEITO-FONLER.
       EXP-SUSPEITO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       EXP-RESUMO.
           MOVE SPACES TO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ALUNOS QUE CONCLUIRAM O TERMO..: " W-CONCLUIU
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "NAO CONCLUIRAM (REPROV/RECUP)..: " W-NAOCONC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PROPOSTAS GRAVADAS.............: " W-PROPOSTOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  COM POSSIVEL DUPLICADO.......: " W-SUSPEITOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "JA PROPOSTOS ANTES.............: " W-JAPROP
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "FORA DE ALUNO.DAT..............: " W-SEMALU
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CONFIRMAR AS PROPOSTAS NO CONFEXAL"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM EXP-IMP THRU EXP-IMP-FIM.
           IF W-IDXDISP = "S"
               CLOSE CPFINDEX.
           CLOSE HISTORIC ALUNO EXALUNO RELEXA IMPRESSORA.
           DISPLAY "EXALUPRO - RELATORIO EM EXALUPRO.TXT".
           DISPLAY "PROPOSTAS GRAVADAS...: " W-PROPOSTOS.
           GO TO ROT-FIM.
      *
      *        A PRIMEIRA LINHA DO RELATORIO SALTA FOLHA
       EXP-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               WRITE LINIMPR AFTER ADVANCING PAGE
               MOVE "N" TO W-PRIMLIN
           ELSE
               WRITE LINIMPR.
       EXP-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *****************************************
      * CHAVE FONETICA DO NOME (CPYFONP)      *
      *****************************************
      *
           COPY CPYFONP.
