       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGFORN.
      **************************************
      *  MIGRACAO DOS LANCAMENTOS PARA O   *
      *  CODIGO DE FORNECEDOR (FORNEC.DAT) *
      **************************************
      *----------------------------------------------------------------
      * ANTES DE RODAR ESTE JOB, CADASTRE OS FORNECEDORES NO CADFORN E
      * RENOMEIE OS ARQUIVOS ATUAIS (LAYOUT SEM O CODIGO) ASSIM:
      *   MANUVEIC.DAT -> MANUANT.DAT
      *   ABASTEC.DAT  -> ABASTANT.DAT
      *   SEGURO.DAT   -> SEGUANT.DAT
      *   DESPEVE.DAT  -> DESPEANT.DAT
      * O JOB REGRAVA CADA LANCAMENTO NO LAYOUT NOVO E PROCURA O
      * FORNECEDOR PELO NOME QUE ESTAVA DIGITADO (MNT-FORNEC,
      * SEG-SEGURADORA, DSP-FORNEC):
      *   1) NA TABELA DE/PARA FORDEPARA.TXT (OPCIONAL - COLUNAS 1-30
      *      O TEXTO COMO FOI DIGITADO, 31-44 O CNPJ/CPF COM 14
      *      DIGITOS), PARA AS GRAFIAS QUE NAO BATEM COM O CADASTRO;
      *   2) NO NOME FANTASIA E NA RAZAO SOCIAL DO FORNEC.DAT;
      *   3) NO COMECO DO NOME FANTASIA OU DA RAZAO SOCIAL, QUANDO O
      *      TEXTO TEM PELO MENOS 8 LETRAS/DIGITOS (O MNT-FORNEC TINHA
      *      SO 20 POSICOES E MUITO NOME FICOU CORTADO).
      * A COMPARACAO IGNORA MAIUSCULAS/MINUSCULAS, ACENTOS (CPYNRMP),
      * ESPACOS E PONTUACAO. O QUE NAO CASAR FICA COM O CODIGO ZERADO
      * (O TEXTO CONTINUA NO REGISTRO) E SAI EM MIGFORN.TXT, UMA LINHA
      * POR TEXTO DIFERENTE COM A QUANTIDADE DE LANCAMENTOS - ACERTE
      * O CADASTRO OU O FORDEPARA.TXT E RODE DE NOVO A PARTIR DOS
      * ARQUIVOS ...ANT (O JOB REGRAVA POR CIMA). OS ABASTECIMENTOS
      * NAO TINHAM POSTO E FICAM COM ABA-CODFOR ZERADO. ARQUIVO
      * ANTIGO AUSENTE E PULADO COM AVISO. MESMO MODELO DO MIGRESP.
      * RODAR ANTES DE USAR OS PROGRAMAS RECOMPILADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS MNT-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT ABASTANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS ABA-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT SEGUANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS SEG-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT DESPEANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS DSP-CHAVE-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT DEPARA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-DEP.
           SELECT LISTA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-LIS.
           COPY CPYFORS.
           COPY CPYMNTS.
           COPY CPYABAS.
           COPY CPYSGS.
           COPY CPYDSPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MANUANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MANUANT.DAT".
       01 REGMNT-ANT.
                03 MNT-CHAVE-ANT   PIC X(17).
                03 MNT-RESTO-ANT   PIC X(65).
      *
       FD  ABASTANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ABASTANT.DAT".
       01 REGABA-ANT.
                03 ABA-CHAVE-ANT   PIC X(21).
                03 ABA-RESTO-ANT   PIC X(21).
      *
       FD  SEGUANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGUANT.DAT".
       01 REGSEG-ANT.
                03 SEG-CHAVE-ANT   PIC X(17).
                03 SEG-RESTO-ANT   PIC X(54).
      *
       FD  DESPEANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPEANT.DAT".
       01 REGDSP-ANT.
                03 DSP-CHAVE-ANT   PIC X(07).
                03 DSP-RESTO-ANT   PIC X(71).
      *
       FD  DEPARA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORDEPARA.TXT".
       01 REGDEP.
                03 DEP-TEXTO       PIC X(30).
                03 DEP-DOC         PIC 9(14).
      *
       FD  LISTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MIGFORN.TXT".
       01 LINLIS                       PIC X(80).
      *
           COPY CPYFORR.
           COPY CPYMNTR.
           COPY CPYABAR.
           COPY CPYSGR.
           COPY CPYDSPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT         PIC X(02) VALUE "00".
       77 ST-DEP         PIC X(02) VALUE "00".
       77 ST-LIS         PIC X(02) VALUE "00".
       77 ST-FOR         PIC X(02) VALUE "00".
       77 ST-MNT         PIC X(02) VALUE "00".
       77 ST-ABA         PIC X(02) VALUE "00".
       77 ST-SEG         PIC X(02) VALUE "00".
       77 ST-DSP         PIC X(02) VALUE "00".
           COPY CPYNRMW.
      *        CONTADORES POR ARQUIVO
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 W-CASADOS      PIC 9(06) VALUE ZEROS.
       77 W-NAOCASADOS   PIC 9(06) VALUE ZEROS.
       77 W-SEMTEXTO     PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
       77 W-ARQ          PIC X(08) VALUE SPACES.
      *        TEXTO DIGITADO, CHAVE COMPACTADA E O RESULTADO
       77 W-TEXTO        PIC X(30) VALUE SPACES.
       77 W-CHV          PIC X(35) VALUE SPACES.
       77 W-CHVLEN       PIC 9(02) VALUE ZEROS.
       77 W-ACHOU        PIC 9(14) VALUE ZEROS.
       77 W-I            PIC 9(02) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
      *        FORNECEDORES DO FORNEC.DAT, NOMES JA COMPACTADOS
       77 W-QTDFOR       PIC 9(03) VALUE ZEROS.
       01 W-TABFOR.
            03 W-TF OCCURS 500 TIMES.
               05 W-TF-DOC      PIC 9(14).
               05 W-TF-FANT     PIC X(35).
               05 W-TF-RAZ      PIC X(35).
      *        TABELA DE/PARA (FORDEPARA.TXT)
       77 W-QTDDEP       PIC 9(03) VALUE ZEROS.
       01 W-TABDEP.
            03 W-TD OCCURS 300 TIMES.
               05 W-TD-CHV      PIC X(35).
               05 W-TD-DOC      PIC 9(14).
      *        TEXTOS NAO CASADOS, UM POR ARQUIVO/TEXTO
       77 W-QTDNAO       PIC 9(03) VALUE ZEROS.
       77 W-NAOPERD      PIC 9(06) VALUE ZEROS.
       01 W-TABNAO.
            03 W-TN OCCURS 500 TIMES.
               05 W-TN-ARQ      PIC X(08).
               05 W-TN-TEXTO    PIC X(30).
               05 W-TN-QTD      PIC 9(06).
       77 W-QTD-ED       PIC ZZZ.ZZ9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MIG-TAB THRU MIG-TAB-FIM.
           PERFORM MIG-MNT THRU MIG-MNT-FIM.
           PERFORM MIG-ABA THRU MIG-ABA-FIM.
           PERFORM MIG-SEG THRU MIG-SEG-FIM.
           PERFORM MIG-DSP THRU MIG-DSP-FIM.
           PERFORM MIG-LISTA THRU MIG-LISTA-FIM.
           GO TO MIG-FIM.
      *
      *-----------------------------------------------------------------
      * CARGA DOS FORNECEDORES E DO DE/PARA
      *-----------------------------------------------------------------
       MIG-TAB.
           OPEN INPUT FORNEC
           IF ST-FOR NOT = "00"
               DISPLAY "ERRO AO ABRIR FORNEC.DAT - ST=" ST-FOR
               DISPLAY "CADASTRE OS FORNECEDORES NO CADFORN ANTES"
               GO TO ROT-FIM.
       MIG-TAB-FOR.
           READ FORNEC NEXT RECORD
               AT END GO TO MIG-TAB-DEP.
           IF W-QTDFOR = 500
               DISPLAY "TABELA DE FORNECEDORES CHEIA - IGNORADO "
                   FOR-DOC
               GO TO MIG-TAB-FOR.
           ADD 1 TO W-QTDFOR
           MOVE FOR-DOC TO W-TF-DOC (W-QTDFOR)
           MOVE FOR-FANTASIA TO NRM-TXT
           PERFORM MIG-COMPACTA THRU MIG-COMPACTA-FIM.
           MOVE W-CHV TO W-TF-FANT (W-QTDFOR)
           MOVE FOR-RAZAO TO NRM-TXT
           PERFORM MIG-COMPACTA THRU MIG-COMPACTA-FIM.
           MOVE W-CHV TO W-TF-RAZ (W-QTDFOR).
           GO TO MIG-TAB-FOR.
       MIG-TAB-DEP.
           CLOSE FORNEC.
           OPEN INPUT DEPARA
           IF ST-DEP NOT = "00"
               DISPLAY "FORDEPARA.TXT NAO ENCONTRADO - SO O CADASTRO"
               GO TO MIG-TAB-FIM.
       MIG-TAB-DEP1.
           READ DEPARA
               AT END
                   CLOSE DEPARA
                   GO TO MIG-TAB-FIM.
           IF DEP-TEXTO = SPACES OR DEP-DOC NOT NUMERIC
               DISPLAY "FORDEPARA.TXT - LINHA INVALIDA: " DEP-TEXTO
               GO TO MIG-TAB-DEP1.
           IF W-QTDDEP = 300
               DISPLAY "TABELA DE/PARA CHEIA - IGNORADO " DEP-TEXTO
               GO TO MIG-TAB-DEP1.
           ADD 1 TO W-QTDDEP
           MOVE DEP-DOC TO W-TD-DOC (W-QTDDEP)
           MOVE DEP-TEXTO TO NRM-TXT
           PERFORM MIG-COMPACTA THRU MIG-COMPACTA-FIM.
           MOVE W-CHV TO W-TD-CHV (W-QTDDEP).
           GO TO MIG-TAB-DEP1.
       MIG-TAB-FIM.
           DISPLAY "FORNECEDORES CARREGADOS....: " W-QTDFOR.
           DISPLAY "LINHAS DO DE/PARA..........: " W-QTDDEP.
      *
      *-----------------------------------------------------------------
      * MANUANT.DAT -> MANUVEIC.DAT (MNT-FORNEC -> MNT-CODFOR)
      *-----------------------------------------------------------------
       MIG-MNT.
           MOVE "MANUVEIC" TO W-ARQ
           PERFORM MIG-ZERA THRU MIG-ZERA-FIM.
           OPEN INPUT MANUANT
           IF ST-ANT NOT = "00"
               DISPLAY "MANUANT.DAT NAO ENCONTRADO - MANUVEIC PULADO"
               GO TO MIG-MNT-FIM.
           OPEN I-O MANUVEIC
           IF ST-MNT NOT = "00"
               IF ST-MNT = "30"
                      OPEN OUTPUT MANUVEIC
                      CLOSE MANUVEIC
                      OPEN I-O MANUVEIC
               ELSE
                      DISPLAY "ERRO AO ABRIR MANUVEIC.DAT - ST=" ST-MNT
                      CLOSE MANUANT
                      GO TO MIG-MNT-FIM.
       MIG-MNT-LER.
           READ MANUANT NEXT RECORD
               AT END GO TO MIG-MNT-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE SPACES TO REGMNT
           MOVE REGMNT-ANT TO REGMNT (1:82)
           MOVE MNT-FORNEC TO W-TEXTO
           PERFORM MIG-CASA THRU MIG-CASA-FIM.
           MOVE W-ACHOU TO MNT-CODFOR
           WRITE REGMNT
           IF ST-MNT = "22"
               REWRITE REGMNT.
           IF ST-MNT = "00"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR MANUTENCAO " MNT-PLACA " "
                   MNT-DATA " - ST=" ST-MNT.
           GO TO MIG-MNT-LER.
       MIG-MNT-FECHA.
           CLOSE MANUANT MANUVEIC.
           PERFORM MIG-TOTAL THRU MIG-TOTAL-FIM.
       MIG-MNT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABASTANT.DAT -> ABASTEC.DAT (ABA-CODFOR ZERADO - NAO HAVIA
      * POSTO NO LAYOUT ANTIGO)
      *-----------------------------------------------------------------
       MIG-ABA.
           MOVE "ABASTEC" TO W-ARQ
           PERFORM MIG-ZERA THRU MIG-ZERA-FIM.
           OPEN INPUT ABASTANT
           IF ST-ANT NOT = "00"
               DISPLAY "ABASTANT.DAT NAO ENCONTRADO - ABASTEC PULADO"
               GO TO MIG-ABA-FIM.
           OPEN I-O ABASTEC
           IF ST-ABA NOT = "00"
               IF ST-ABA = "30"
                      OPEN OUTPUT ABASTEC
                      CLOSE ABASTEC
                      OPEN I-O ABASTEC
               ELSE
                      DISPLAY "ERRO AO ABRIR ABASTEC.DAT - ST=" ST-ABA
                      CLOSE ABASTANT
                      GO TO MIG-ABA-FIM.
       MIG-ABA-LER.
           READ ABASTANT NEXT RECORD
               AT END GO TO MIG-ABA-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE SPACES TO REGABA
           MOVE REGABA-ANT TO REGABA (1:42)
           MOVE ZEROS TO ABA-CODFOR
           ADD 1 TO W-SEMTEXTO
           WRITE REGABA
           IF ST-ABA = "22"
               REWRITE REGABA.
           IF ST-ABA = "00"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR ABASTECIMENTO " ABA-PLACA " "
                   ABA-DATA " - ST=" ST-ABA.
           GO TO MIG-ABA-LER.
       MIG-ABA-FECHA.
           CLOSE ABASTANT ABASTEC.
           PERFORM MIG-TOTAL THRU MIG-TOTAL-FIM.
       MIG-ABA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SEGUANT.DAT -> SEGURO.DAT (SEG-SEGURADORA -> SEG-CODFOR)
      *-----------------------------------------------------------------
       MIG-SEG.
           MOVE "SEGURO" TO W-ARQ
           PERFORM MIG-ZERA THRU MIG-ZERA-FIM.
           OPEN INPUT SEGUANT
           IF ST-ANT NOT = "00"
               DISPLAY "SEGUANT.DAT NAO ENCONTRADO - SEGURO PULADO"
               GO TO MIG-SEG-FIM.
           OPEN I-O SEGURO
           IF ST-SEG NOT = "00"
               IF ST-SEG = "30"
                      OPEN OUTPUT SEGURO
                      CLOSE SEGURO
                      OPEN I-O SEGURO
               ELSE
                      DISPLAY "ERRO AO ABRIR SEGURO.DAT - ST=" ST-SEG
                      CLOSE SEGUANT
                      GO TO MIG-SEG-FIM.
       MIG-SEG-LER.
           READ SEGUANT NEXT RECORD
               AT END GO TO MIG-SEG-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE SPACES TO REGSEG
           MOVE REGSEG-ANT TO REGSEG (1:71)
           MOVE SEG-SEGURADORA TO W-TEXTO
           PERFORM MIG-CASA THRU MIG-CASA-FIM.
           MOVE W-ACHOU TO SEG-CODFOR
           WRITE REGSEG
           IF ST-SEG = "22"
               REWRITE REGSEG.
           IF ST-SEG = "00"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR APOLICE " SEG-CHAVE
                   " - ST=" ST-SEG.
           GO TO MIG-SEG-LER.
       MIG-SEG-FECHA.
           CLOSE SEGUANT SEGURO.
           PERFORM MIG-TOTAL THRU MIG-TOTAL-FIM.
       MIG-SEG-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DESPEANT.DAT -> DESPEVE.DAT (DSP-FORNEC -> DSP-CODFOR)
      *-----------------------------------------------------------------
       MIG-DSP.
           MOVE "DESPEVE" TO W-ARQ
           PERFORM MIG-ZERA THRU MIG-ZERA-FIM.
           OPEN INPUT DESPEANT
           IF ST-ANT NOT = "00"
               DISPLAY "DESPEANT.DAT NAO ENCONTRADO - DESPEVE PULADO"
               GO TO MIG-DSP-FIM.
           OPEN I-O DESPEVE
           IF ST-DSP NOT = "00"
               IF ST-DSP = "30"
                      OPEN OUTPUT DESPEVE
                      CLOSE DESPEVE
                      OPEN I-O DESPEVE
               ELSE
                      DISPLAY "ERRO AO ABRIR DESPEVE.DAT - ST=" ST-DSP
                      CLOSE DESPEANT
                      GO TO MIG-DSP-FIM.
       MIG-DSP-LER.
           READ DESPEANT NEXT RECORD
               AT END GO TO MIG-DSP-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE SPACES TO REGDSP
           MOVE REGDSP-ANT TO REGDSP (1:78)
           MOVE DSP-FORNEC TO W-TEXTO
           PERFORM MIG-CASA THRU MIG-CASA-FIM.
           MOVE W-ACHOU TO DSP-CODFOR
           WRITE REGDSP
           IF ST-DSP = "22"
               REWRITE REGDSP.
           IF ST-DSP = "00"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS
               DISPLAY "ERRO AO GRAVAR DESPESA " DSP-CHAVE
                   " - ST=" ST-DSP.
           GO TO MIG-DSP-LER.
       MIG-DSP-FECHA.
           CLOSE DESPEANT DESPEVE.
           PERFORM MIG-TOTAL THRU MIG-TOTAL-FIM.
       MIG-DSP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CONTADORES DE CADA ARQUIVO
      *-----------------------------------------------------------------
       MIG-ZERA.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-CASADOS W-NAOCASADOS
                         W-SEMTEXTO W-REJEITADOS.
       MIG-ZERA-FIM.
           EXIT.
      *
       MIG-TOTAL.
           DISPLAY W-ARQ " LIDOS/GRAVADOS........: " W-LIDOS " / "
               W-GRAVADOS.
           DISPLAY W-ARQ " CASADOS/NAO CASADOS...: " W-CASADOS " / "
               W-NAOCASADOS.
           DISPLAY W-ARQ " SEM FORNECEDOR........: " W-SEMTEXTO.
           DISPLAY W-ARQ " REJEITADOS............: " W-REJEITADOS.
       MIG-TOTAL-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PROCURA O FORNECEDOR DO TEXTO W-TEXTO; DEVOLVE O CNPJ/CPF EM
      * W-ACHOU (ZEROS = NAO CASOU OU TEXTO EM BRANCO)
      *-----------------------------------------------------------------
       MIG-CASA.
           MOVE ZEROS TO W-ACHOU
           MOVE W-TEXTO TO NRM-TXT
           PERFORM MIG-COMPACTA THRU MIG-COMPACTA-FIM.
           IF W-CHVLEN = ZEROS
               ADD 1 TO W-SEMTEXTO
               GO TO MIG-CASA-FIM.
           MOVE 1 TO W-IX.
       MIG-CASA-DEP.
           IF W-IX > W-QTDDEP
               MOVE 1 TO W-IX
               GO TO MIG-CASA-NOME.
           IF W-TD-CHV (W-IX) = W-CHV
               MOVE W-TD-DOC (W-IX) TO W-ACHOU
               GO TO MIG-CASA-OK.
           ADD 1 TO W-IX.
           GO TO MIG-CASA-DEP.
       MIG-CASA-NOME.
           IF W-IX > W-QTDFOR
               MOVE 1 TO W-IX
               GO TO MIG-CASA-COMECO.
           IF W-TF-FANT (W-IX) = W-CHV OR W-TF-RAZ (W-IX) = W-CHV
               MOVE W-TF-DOC (W-IX) TO W-ACHOU
               GO TO MIG-CASA-OK.
           ADD 1 TO W-IX.
           GO TO MIG-CASA-NOME.
       MIG-CASA-COMECO.
           IF W-CHVLEN < 8
               GO TO MIG-CASA-NAO.
       MIG-CASA-COMECO1.
           IF W-IX > W-QTDFOR
               GO TO MIG-CASA-NAO.
           IF W-TF-FANT (W-IX) (1:W-CHVLEN) = W-CHV (1:W-CHVLEN)
              OR W-TF-RAZ (W-IX) (1:W-CHVLEN) = W-CHV (1:W-CHVLEN)
               MOVE W-TF-DOC (W-IX) TO W-ACHOU
               GO TO MIG-CASA-OK.
           ADD 1 TO W-IX.
           GO TO MIG-CASA-COMECO1.
       MIG-CASA-OK.
           ADD 1 TO W-CASADOS
           GO TO MIG-CASA-FIM.
       MIG-CASA-NAO.
           ADD 1 TO W-NAOCASADOS
           MOVE 1 TO W-IX.
       MIG-CASA-NAO1.
           IF W-IX > W-QTDNAO
               GO TO MIG-CASA-NOVO.
           IF W-TN-ARQ (W-IX) = W-ARQ AND W-TN-TEXTO (W-IX) = W-TEXTO
               ADD 1 TO W-TN-QTD (W-IX)
               GO TO MIG-CASA-FIM.
           ADD 1 TO W-IX.
           GO TO MIG-CASA-NAO1.
       MIG-CASA-NOVO.
           IF W-QTDNAO = 500
               ADD 1 TO W-NAOPERD
               GO TO MIG-CASA-FIM.
           ADD 1 TO W-QTDNAO
           MOVE W-ARQ   TO W-TN-ARQ (W-QTDNAO)
           MOVE W-TEXTO TO W-TN-TEXTO (W-QTDNAO)
           MOVE 1       TO W-TN-QTD (W-QTDNAO).
       MIG-CASA-FIM.
           EXIT.
      *
      *        NRM-TXT NORMALIZADO (CPYNRMP) E SO COM LETRAS E DIGITOS
      *        EM W-CHV; W-CHVLEN = QUANTOS SOBRARAM
       MIG-COMPACTA.
           PERFORM NRM-001 THRU NRM-001-FIM.
           MOVE SPACES TO W-CHV
           MOVE ZEROS TO W-CHVLEN
           MOVE 1 TO W-I.
       MIG-COMPACTA1.
           IF W-I > 35
               GO TO MIG-COMPACTA-FIM.
           IF (NRM-TXT (W-I:1) NOT < "A" AND NRM-TXT (W-I:1) NOT > "Z")
              OR (NRM-TXT (W-I:1) NOT < "0"
                  AND NRM-TXT (W-I:1) NOT > "9")
               ADD 1 TO W-CHVLEN
               MOVE NRM-TXT (W-I:1) TO W-CHV (W-CHVLEN:1).
           ADD 1 TO W-I.
           GO TO MIG-COMPACTA1.
       MIG-COMPACTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LISTA DOS TEXTOS NAO CASADOS (MIGFORN.TXT)
      *-----------------------------------------------------------------
       MIG-LISTA.
           OPEN OUTPUT LISTA
           IF ST-LIS NOT = "00"
               DISPLAY "ERRO AO ABRIR MIGFORN.TXT - ST=" ST-LIS
               GO TO MIG-LISTA-FIM.
           MOVE "TEXTOS DE FORNECEDOR NAO CASADOS COM O FORNEC.DAT"
               TO LINLIS
           WRITE LINLIS
           MOVE SPACES TO LINLIS
           WRITE LINLIS
           MOVE "ARQUIVO  TEXTO DIGITADO                   LANCAMENTOS"
               TO LINLIS
           WRITE LINLIS
           MOVE 1 TO W-IX.
       MIG-LISTA-LIN.
           IF W-IX > W-QTDNAO
               GO TO MIG-LISTA-ULT.
           MOVE W-TN-QTD (W-IX) TO W-QTD-ED
           MOVE SPACES TO LINLIS
           STRING W-TN-ARQ (W-IX) " " W-TN-TEXTO (W-IX) "    "
                  W-QTD-ED
                  DELIMITED BY SIZE INTO LINLIS
           WRITE LINLIS
           ADD 1 TO W-IX.
           GO TO MIG-LISTA-LIN.
       MIG-LISTA-ULT.
           MOVE SPACES TO LINLIS
           WRITE LINLIS
           MOVE W-QTDNAO TO W-QTD-ED
           MOVE SPACES TO LINLIS
           STRING "TEXTOS DIFERENTES NAO CASADOS: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINLIS
           WRITE LINLIS
           IF W-NAOPERD > ZEROS
               MOVE W-NAOPERD TO W-QTD-ED
               MOVE SPACES TO LINLIS
               STRING "LANCAMENTOS FORA DA LISTA (TABELA CHEIA): "
                      W-QTD-ED
                      DELIMITED BY SIZE INTO LINLIS
               WRITE LINLIS.
           CLOSE LISTA.
       MIG-LISTA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO
      *-----------------------------------------------------------------
       MIG-FIM.
           DISPLAY "MIGFORN - MIGRACAO CONCLUIDA".
           DISPLAY "TEXTOS NAO CASADOS.........: " W-QTDNAO
               " (LISTA EM MIGFORN.TXT)".
      *
       ROT-FIM.
           STOP RUN.
      *
      *****************************************
      * NORMALIZACAO DE TEXTO (CPYNRMP)       *
      *****************************************
      *
           COPY CPYNRMP.
