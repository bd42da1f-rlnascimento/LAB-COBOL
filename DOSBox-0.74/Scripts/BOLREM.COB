      *   TIPO 0 (HEADER)  : "0" + COMPETENCIA + ORIGEM
      *   TIPO 1 (DETALHE) : "1" + CODALU + COMPETENCIA + VALOR
      *                      (9 INTEIROS E 2 DECIMAIS, SEM VIRGULA)
      *                      + VENCIMENTO (AAAAMMDD) + VALOR DA MULTA
      *                      + JUROS DE MORA POR DIA (9+2 CADA) +
      *                      DIAS DE CARENCIA + PAGADOR (CPF, NOME,
      *                      ENDERECO, BAIRRO, CIDADE, UF, CEP)
      *   TIPO 9 (TRAILER) : "9" + QUANTIDADE + SOMA DOS VALORES
      *                      (HASH DE CONFERENCIA)
      * O PAGADOR E O RESPONSAVEL FINANCEIRO DO ALUNO (CPFRESP,
      * RESPONS.DAT); SEM RESPONSAVEL, O PROPRIO ALUNO, SEM CPF NEM
      * ENDERECO. COM O PAGADOR, A LINHA DA REMESSA PASSOU DE 80 PARA
      * 200 POSICOES. OS DETALHES SAEM AGRUPADOS POR PAGADOR (SORT) -
      * CONTINUA UM BOLETO POR MENSALIDADE, PARA O BOLRET BAIXAR PELO
      * CODALU+COMPETENCIA - E O RELATORIO DE CONFERENCIA BOLREM.REL
      * SAI JUNTO, COM O TOTAL DE CADA PAGADOR. A BAIXA
      * AUTOMATICA DO QUE O BANCO RECEBEU E FEITA PELO BOLRET.
      * O VENCIMENTO, A MULTA E OS JUROS DE UM DIA SAEM PELAS MESMAS
      * REGRAS DO CADPAGA (CPYENCP, PARAMETROS DA ESCOLA), PARA O
      * BANCO COBRAR NO GUICHE O MESMO QUE A SECRETARIA COBRARIA.
      * CADA MENSALIDADE ENVIADA GANHA A DATA DA REMESSA (MEN-REMESSA,
      * SO NO PRIMEIRO ENVIO) - DALI EM DIANTE O REAJUSTE NAO MEXE
      * MAIS NO VALOR DELA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMSLS.
           COPY CPYALUS.
           COPY CPYRSPS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYENDS.
           SELECT REMORD ASSIGN TO DISK.
           SELECT ARQREM ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REM.
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMSLR.
           COPY CPYALUR.
           COPY CPYRSPR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
      *
      *        ORD-TIPO 1 = PAGADOR RESPONSAVEL (ORD-GRUPO = CPF),
      *        2 = ALUNO SEM RESPONSAVEL (ORD-GRUPO = CODALU)
       SD  REMORD.
       01 REGORD.
                03 ORD-TIPO        PIC 9(01).
                03 ORD-GRUPO       PIC 9(11).
                03 ORD-CODALU      PIC 9(05).
                03 ORD-VALOR       PIC 9(06)V99.
      *
       FD  ARQREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLREMES.TXT".
       01 LINREM                       PIC X(200).
      *
       FD  RELREM
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REM         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-COMPET       PIC 9(06) VALUE ZEROS.
       77 W-DATAREM      PIC 9(08) VALUE ZEROS.
       77 W-DETALHES     PIC 9(06) VALUE ZEROS.
       77 W-SOMAVAL      PIC 9(11)V99 VALUE ZEROS.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-TIPOANT      PIC 9(01) VALUE ZEROS.
       77 W-GRUPOANT     PIC 9(11) VALUE ZEROS.
       77 W-GRPTOTAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-GRPQTD       PIC 9(04) VALUE ZEROS.
       77 W-PAGADORES    PIC 9(05) VALUE ZEROS.
           COPY CPYRSPW.
           COPY CPYENDW.
      *
       01 REM-HEADER.
            03 FILLER       PIC X(01) VALUE "0".
            03 RH-COMPET    PIC 9(06).
            03 RH-ORIGEM    PIC X(20) VALUE "ESCOLA LOJA AMIGOS".
            03 FILLER       PIC X(173) VALUE SPACES.
       01 REM-DETALHE.
            03 FILLER       PIC X(01) VALUE "1".
            03 RD-CODALU    PIC 9(05).
            03 RD-COMPET    PIC 9(06).
            03 RD-VALOR     PIC 9(09)V99.
            03 RD-VENCTO    PIC 9(08).
            03 RD-MULTA     PIC 9(09)V99.
            03 RD-JURDIA    PIC 9(09)V99.
            03 RD-CARENCIA  PIC 9(03).
            03 RD-CPFSAC    PIC 9(11).
            03 RD-NOMESAC   PIC X(35).
            03 RD-ENDSAC    PIC X(35).
            03 RD-BAIRROSAC PIC X(20).
            03 RD-CIDADESAC PIC X(20).
            03 RD-UFSAC     PIC X(02).
            03 RD-CEPSAC    PIC 9(08).
            03 FILLER       PIC X(13) VALUE SPACES.
       01 REM-TRAILER.
            03 FILLER       PIC X(01) VALUE "9".
            03 RT-QTD       PIC 9(06).
            03 RT-SOMA      PIC 9(11)V99.
            03 FILLER       PIC X(180) VALUE SPACES.
           COPY CPYMASC.
      *        MULTA E JUROS POR ATRASO (CPYENCP)
           COPY CPYENCW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
               GO TO REM-COMPET.
           PERFORM ENC-PAR THRU ENC-PAR-FIM.
           ACCEPT W-DATAREM FROM DATE YYYYMMDD.
           PERFORM REM-OP0 THRU REM-OP0-FIM.
           SORT REMORD ON ASCENDING KEY ORD-TIPO ORD-GRUPO ORD-CODALU
                       INPUT PROCEDURE REM-LER
                                  THRU REM-LER-FIM
                       OUTPUT PROCEDURE REM-GERA
                                  THRU REM-GERA-FIM.
           GO TO REM-TRAILER-P.
      *
      *-----------------------------------------------------------------
      * ABERTURA E HEADER
      *-----------------------------------------------------------------
       REM-OP0.
           OPEN I-O MENSALID
           IF ST-MEN NOT = "00"
               DISPLAY "ERRO AO ABRIR MENSALID.DAT - ST=" ST-MEN
               GO TO ROT-FIM.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               CLOSE MENSALID
               GO TO ROT-FIM.
           OPEN OUTPUT ARQREM
           IF ST-REM NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLREMES.TXT - ST=" ST-REM
               CLOSE MENSALID ALUNO
               GO TO ROT-FIM.
           OPEN OUTPUT RELREM
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLREM.REL - ST=" ST-REL
               CLOSE MENSALID ALUNO ARQREM
               GO TO ROT-FIM.
           MOVE "BOLREM.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "BOLREM  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE MENSALID ALUNO ARQREM RELREM
               GO TO ROT-FIM.
           PERFORM RSP-ABRE THRU RSP-ABRE-FIM.
           MOVE W-COMPET TO RH-COMPET
           MOVE REM-HEADER TO LINREM
           WRITE LINREM.
           PERFORM REM-IMP THRU REM-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM REM-IMP THRU REM-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "                   VALOR VENCTO  "
                  "        MULTA JUROS/DIA"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REM-IMP THRU REM-IMP-FIM.
       REM-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SELECIONA AS MENSALIDADES EM ABERTO DA COMPETENCIA, COM O
      * PAGADOR (CPFRESP DO ALUNO) NA FRENTE DA CHAVE DO SORT
      *-----------------------------------------------------------------
       REM-LER.
           READ MENSALID NEXT RECORD
               AT END GO TO REM-LER-FIM.
           IF MEN-COMPET NOT = W-COMPET
               GO TO REM-LER.
           IF MEN-DATAPAG NOT = ZEROS OR MEN-ACORDO NOT = ZEROS
               GO TO REM-LER.
      *        COMPETENCIA CANCELADA NA SAIDA DO ALUNO (CADSAIDA) NAO
      *        VAI PARA O BANCO
           IF MEN-SITUACAO = "C"
               GO TO REM-LER.
           MOVE MEN-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO = "00" AND CPFRESP NOT = ZEROS
               MOVE 1          TO ORD-TIPO
               MOVE CPFRESP    TO ORD-GRUPO
           ELSE
               MOVE 2          TO ORD-TIPO
               MOVE MEN-CODALU TO ORD-GRUPO.
           IF MEN-REMESSA = ZEROS
               MOVE W-DATAREM TO MEN-REMESSA
               REWRITE REGMEN
               IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
                   DISPLAY "ERRO AO MARCAR A REMESSA - ALUNO "
                       MEN-CODALU " ST=" ST-MEN.
           MOVE MEN-CODALU TO ORD-CODALU
           MOVE MEN-VALOR  TO ORD-VALOR
           RELEASE REGORD.
           GO TO REM-LER.
       REM-LER-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM DETALHE POR MENSALIDADE, JA NA ORDEM DO PAGADOR; NA TROCA
      * DE PAGADOR O RELATORIO FECHA O TOTAL E ABRE O NOVO CABECALHO
      *-----------------------------------------------------------------
       REM-GERA.
           RETURN REMORD
               AT END GO TO REM-GERA-EOF.
           IF W-PRIMEIRO = "S"
              OR ORD-TIPO NOT = W-TIPOANT OR ORD-GRUPO NOT = W-GRUPOANT
               PERFORM REM-PAGADOR THRU REM-PAGADOR-FIM.
           MOVE ORD-CODALU TO RD-CODALU
           MOVE W-COMPET   TO RD-COMPET
           MOVE ORD-VALOR  TO RD-VALOR
      *        SEM DATA DE PAGAMENTO: SO O VENCIMENTO, A MULTA E O
      *        JUROS DE UM DIA, QUE O BANCO APLICA NO GUICHE
           MOVE ORD-VALOR  TO ENC-VALOR
           MOVE W-COMPET   TO ENC-COMPET
           MOVE ZEROS      TO ENC-DATAPAG
           PERFORM ENC-CALC THRU ENC-CALC-FIM
           COMPUTE ENC-MULTA ROUNDED = ORD-VALOR * ENC-MULTAPCT / 100
           MOVE ENC-VENCTO   TO RD-VENCTO
           MOVE ENC-MULTA    TO RD-MULTA
           MOVE ENC-JURDIA   TO RD-JURDIA
           MOVE ENC-CARENCIA TO RD-CARENCIA
           MOVE W-RSPCPF     TO RD-CPFSAC
           MOVE W-RSPNOME    TO RD-NOMESAC
           MOVE W-RSPLOGR    TO RD-ENDSAC
           MOVE W-RSPBAIRRO  TO RD-BAIRROSAC
           MOVE W-RSPCIDADE  TO RD-CIDADESAC
           MOVE W-RSPUF      TO RD-UFSAC
           MOVE W-RSPCEP     TO RD-CEPSAC
           MOVE REM-DETALHE TO LINREM
           WRITE LINREM
           ADD 1 TO W-DETALHES W-GRPQTD
           ADD ORD-VALOR TO W-SOMAVAL W-GRPTOTAL.
           MOVE ORD-VALOR TO MASC-DINHEIRO-REL
           MOVE ENC-MULTA TO MASC-DINHEIRO-REL-B
           MOVE ENC-JURDIA TO MASC-DINHEIRO
           MOVE SPACES TO LINREL
           STRING "  ALUNO " ORD-CODALU " " MASC-DINHEIRO-REL
                  " " ENC-VENCTO " " MASC-DINHEIRO-REL-B
                  " " MASC-DINHEIRO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REM-IMP THRU REM-IMP-FIM.
           GO TO REM-GERA.
       REM-GERA-EOF.
           IF W-PRIMEIRO = "N"
               PERFORM REM-SUBTOT THRU REM-SUBTOT-FIM.
       REM-GERA-FIM.
           EXIT.
      *
      *        TROCA DE PAGADOR: TOTAL DO ANTERIOR E CABECALHO DO NOVO
      *        (O REGALU DO PRIMEIRO ALUNO DO GRUPO RESOLVE QUEM PAGA)
       REM-PAGADOR.
           IF W-PRIMEIRO = "N"
               PERFORM REM-SUBTOT THRU REM-SUBTOT-FIM.
           MOVE "N"       TO W-PRIMEIRO
           MOVE ORD-TIPO  TO W-TIPOANT
           MOVE ORD-GRUPO TO W-GRUPOANT
           MOVE ZEROS     TO W-GRPTOTAL W-GRPQTD
           ADD 1 TO W-PAGADORES
           MOVE ORD-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS TO FONERESP CPFRESP.
           PERFORM RSP-BUSCA THRU RSP-BUSCA-FIM.
           MOVE SPACES TO LINREL
           IF W-RSPCPF = ZEROS
               STRING "PAGADOR: " W-RSPNOME " (SEM RESPONSAVEL)"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "PAGADOR: " W-RSPNOME " CPF " W-RSPCPF
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM REM-IMP THRU REM-IMP-FIM.
       REM-PAGADOR-FIM.
           EXIT.
      *
       REM-SUBTOT.
           MOVE W-GRPTOTAL TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  TOTAL DO PAGADOR....: " MASC-DINHEIRO-REL
                  " EM " W-GRPQTD " BOLETO(S)"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REM-IMP THRU REM-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM REM-IMP THRU REM-IMP-FIM.
       REM-SUBTOT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TRAILER E TOTAIS DE CONFERENCIA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REM-IMP THRU REM-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PAGADORES...............: " W-PAGADORES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REM-IMP THRU REM-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SOMA DOS VALORES (HASH).: " RT-SOMA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REM-IMP THRU REM-IMP-FIM.
           PERFORM RSP-FECHA THRU RSP-FECHA-FIM.
           CLOSE MENSALID ALUNO ARQREM RELREM IMPRESSORA.
           DISPLAY "BOLREM - ARQUIVO GERADO EM BOLREMES.TXT".
           DISPLAY "BOLETOS NA REMESSA......: " W-DETALHES.
           GO TO ROT-FIM.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * ENCARGOS POR ATRASO
      *-----------------------------------------------------------------
           COPY CPYENCP.
      *
      *-----------------------------------------------------------------
      * RESPONSAVEL FINANCEIRO (CPYRSPP) E COMPLEMENTO DE ENDERECO
      *-----------------------------------------------------------------
           COPY CPYRSPP.
           COPY CPYENDP
               REPLACING ==CPY-CPFCAMPO== BY ==RSP-CPF==.
