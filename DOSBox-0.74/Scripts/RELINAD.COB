      **************************************
      *----------------------------------------------------------------
      * LISTA AS MENSALIDADES EM ABERTO (MEN-DATAPAG = ZEROS) DE
      * COMPETENCIA ANTERIOR A ATUAL, AGRUPADAS PELO RESPONSAVEL
      * FINANCEIRO (CPFRESP DO ALUNO, RESPONS.DAT - VIA SORT): UM
      * CABECALHO COM O NOME E O TELEFONE DE QUEM PAGA, OS IRMAOS
      * EMBAIXO COM OS MESES DE ATRASO DE CADA COMPETENCIA, E O TOTAL
      * DO RESPONSAVEL - UMA LIGACAO DE COBRANCA POR FAMILIA, FEITA
      * DIRETO DO PAPEL. ALUNO SEM RESPONSAVEL CADASTRADO FORMA O
      * PROPRIO GRUPO, NO FIM, COM O FONERESP DO CADASTRO DO ALUNO.
      * COMPETENCIA CANCELADA NA SAIDA DO ALUNO (MEN-SITUACAO = C,
      * CADSAIDA) NAO E INADIMPLENCIA E SO ENTRA NA CONTAGEM DO
      * RESUMO; O QUE O ALUNO QUE SAIU DEIXOU EM ABERTO ANTES DA SAIDA
      * CONTINUA NA LISTA, MARCADO CANC/TRAN NO FIM DA LINHA.
      * HAVENDO ATRASO, O RESUMO (PAGADORES E PARCELAS) VAI TAMBEM
      * PARA A CAIXA DE AVISOS DO NIVEL O (AVISGRV - CPYAVSW), UM
      * AVISO POR DIA DE RODADA.
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
           SELECT INADORD ASSIGN TO DISK.
           SELECT RELINA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY CPYMSLR.
           COPY CPYALUR.
           COPY CPYRSPR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
      *
      *        ORD-TIPO 1 = GRUPO DE UM RESPONSAVEL (ORD-GRUPO = CPF),
      *        2 = ALUNO SEM RESPONSAVEL (ORD-GRUPO = CODALU)
       SD  INADORD.
       01 REGORD.
                03 ORD-TIPO        PIC 9(01).
                03 ORD-GRUPO       PIC 9(11).
                03 ORD-CODALU      PIC 9(05).
                03 ORD-ATRASO      PIC 9(03).
                03 ORD-COMPET      PIC 9(06).
                03 ORD-VALOR       PIC 9(06)V99.
      *
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-ABERTAS      PIC 9(06) VALUE ZEROS.
       77 W-ATRASO       PIC 9(03) VALUE ZEROS.
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-TOTDEVIDO    PIC 9(08)V99 VALUE ZEROS.
       77 W-TIPOANT      PIC 9(01) VALUE ZEROS.
       77 W-GRUPOANT     PIC 9(11) VALUE ZEROS.
       77 W-GRPTOTAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-GRPQTD       PIC 9(04) VALUE ZEROS.
       77 W-GRUPOS       PIC 9(05) VALUE ZEROS.
       77 W-GRUPOS-ED    PIC ZZZZ9.
       77 W-ABERTAS-ED   PIC ZZZZZ9.
           COPY CPYAVSW.
           COPY CPYRSPW.
           COPY CPYENDW.
      *        COMPETENCIAS DENTRO DE ACORDO (MEN-ACORDO > 0) NAO
      *        ENTRAM NA COBRANCA - O ALUNO SAI NA SECAO PROPRIA
       77 W-SOBACORDO    PIC 9(06) VALUE ZEROS.
       77 W-CANCELADAS   PIC 9(06) VALUE ZEROS.
       77 W-SITMARCA     PIC X(05) VALUE SPACES.
       77 W-ACDIX        PIC 9(03) VALUE ZEROS.
       01 ACD-TAB.
            03 ACD-ALUNO PIC 9(05) OCCURS 100 TIMES.
           MOVE W-DATA-ANO TO W-COMPATU-ANO
           MOVE W-DATA-MES TO W-COMPATU-MES.
           PERFORM INA-OP0 THRU INA-OP0-FIM.
           SORT INADORD ON ASCENDING KEY ORD-TIPO ORD-GRUPO
                                             ORD-CODALU ORD-COMPET
                       INPUT PROCEDURE INA-SELECIONA
                                  THRU INA-SELECIONA-FIM
                       OUTPUT PROCEDURE INA-IMPRIME
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALUNO RELINA
               GO TO ROT-FIM.
           PERFORM RSP-ABRE THRU RSP-ABRE-FIM.
           MOVE "INADIMPLENCIA DE MENSALIDADES POR RESPONSAVEL"
               TO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
           MOVE SPACES TO LINREL
           ADD 1 TO W-LIDAS.
           IF MEN-DATAPAG NOT = ZEROS
               GO TO INA-SELECIONA-LER.
           IF MEN-SITUACAO = "C"
               ADD 1 TO W-CANCELADAS
               GO TO INA-SELECIONA-LER.
           IF MEN-ACORDO NOT = ZEROS
               ADD 1 TO W-SOBACORDO
               PERFORM ACD-ANOTA THRU ACD-ANOTA-FIM
               + W-COMPATU-MES - MEN-COMPET-MES.
           ADD 1 TO W-ABERTAS
           ADD MEN-VALOR TO W-TOTDEVIDO
           MOVE MEN-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO = "00" AND CPFRESP NOT = ZEROS
               MOVE 1          TO ORD-TIPO
               MOVE CPFRESP    TO ORD-GRUPO
           ELSE
               MOVE 2          TO ORD-TIPO
               MOVE MEN-CODALU TO ORD-GRUPO.
           MOVE W-ATRASO    TO ORD-ATRASO
           MOVE MEN-CODALU  TO ORD-CODALU
           MOVE MEN-COMPET  TO ORD-COMPET
           EXIT.
      *
      *-----------------------------------------------------------------
      * IMPRIME AGRUPADO POR RESPONSAVEL, COM NOME E TELEFONE DE
      * QUEM PAGA RESOLVIDOS EM RESPONS.DAT (OU NO ALUNO.DAT, PARA
      * ALUNO SEM RESPONSAVEL) E O TOTAL DO GRUPO NO FIM
      *-----------------------------------------------------------------
       INA-IMPRIME.
           RETURN INADORD AT END GO TO INA-IMPRIME-EOF.
           MOVE ORD-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME SITALU
               MOVE ZEROS TO DDDRESP NUMRESP CPFRESP.
           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               PERFORM INA-CABEC THRU INA-CABEC-FIM.
           IF ORD-TIPO NOT = W-TIPOANT OR ORD-GRUPO NOT = W-GRUPOANT
               PERFORM INA-SUBTOT THRU INA-SUBTOT-FIM
               PERFORM INA-CABEC THRU INA-CABEC-FIM.
           MOVE SPACES TO W-SITMARCA
           IF SITALU = "C"
               MOVE " CANC" TO W-SITMARCA.
           IF SITALU = "T"
               MOVE " TRAN" TO W-SITMARCA.
           ADD ORD-VALOR TO W-GRPTOTAL
           ADD 1 TO W-GRPQTD
           MOVE ORD-VALOR TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "  " ORD-CODALU " " NOME (1:25) " " ORD-COMPET
                  " " MASC-DINHEIRO-REL
                  " ATRASO " ORD-ATRASO " MES(ES)" W-SITMARCA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
           GO TO INA-IMPRIME.
       INA-IMPRIME-EOF.
           IF W-PRIMEIRO = "N"
               PERFORM INA-SUBTOT THRU INA-SUBTOT-FIM.
       INA-IMPRIME-FIM.
           EXIT.
      *
      *        CABECALHO DO GRUPO: QUEM PAGA E COMO LIGAR (REGALU DO
      *        PRIMEIRO ALUNO DO GRUPO JA LIDO)
       INA-CABEC.
           MOVE ORD-TIPO  TO W-TIPOANT
           MOVE ORD-GRUPO TO W-GRUPOANT
           MOVE ZEROS     TO W-GRPTOTAL W-GRPQTD
           ADD 1 TO W-GRUPOS
           PERFORM RSP-BUSCA THRU RSP-BUSCA-FIM.
           MOVE SPACES TO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
           MOVE SPACES TO LINREL
           IF W-RSPCPF = ZEROS
               STRING "PAGADOR: " W-RSPNOME " (SEM RESPONSAVEL)"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "PAGADOR: " W-RSPNOME " CPF " W-RSPCPF
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM INA-IMP THRU INA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "         FONE " W-RSPDDD "-" W-RSPNUMFONE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
       INA-CABEC-FIM.
           EXIT.
      *
       INA-SUBTOT.
           MOVE W-GRPTOTAL TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "         TOTAL DO PAGADOR: " MASC-DINHEIRO-REL
                  " EM " W-GRPQTD " MENSALIDADE(S)"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
       INA-SUBTOT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO FINAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PAGADORES EM ATRASO.....: " W-GRUPOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "SOB ACORDO (FORA DA COBRANCA): " W-SOBACORDO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "CANCELADAS NA SAIDA DO ALUNO.: " W-CANCELADAS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM INA-IMP THRU INA-IMP-FIM.
           PERFORM RSP-FECHA THRU RSP-FECHA-FIM.
           CLOSE ALUNO RELINA IMPRESSORA.
           DISPLAY "RELINAD - RELATORIO GERADO EM RELINAD.TXT".
           DISPLAY "MENSALIDADES EM ABERTO..: " W-ABERTAS.
           IF W-GRUPOS > ZEROS
               PERFORM INA-AVISO THRU INA-AVISO-FIM.
       INA-RESUMO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * AVISO DO RESUMO NA CAIXA DO NIVEL O (A DATA NA CHAVE DO
      * REGISTRO FAZ UM AVISO NOVO A CADA DIA)
      *-----------------------------------------------------------------
       INA-AVISO.
           MOVE "N" TO W-AVSDTIPO
           MOVE "O" TO W-AVSDEST
           MOVE 2   TO W-AVSPRIOR
           MOVE "RELINAD" TO W-AVSPROG
           MOVE SPACES TO W-AVSCHREG
           STRING "RESUMO " W-DATA DELIMITED BY SIZE INTO W-AVSCHREG
           MOVE W-GRUPOS  TO W-GRUPOS-ED
           MOVE W-ABERTAS TO W-ABERTAS-ED
           MOVE SPACES TO W-AVSTEXTO
           STRING "MENSALIDADE EM ATRASO:" W-GRUPOS-ED " PAGADORES,"
                  W-ABERTAS-ED " PARCELAS - VER O RELINAD"
                  DELIMITED BY SIZE INTO W-AVSTEXTO
           CALL "AVISGRV" USING W-AVSDTIPO W-AVSDEST W-AVSPRIOR
                                W-AVSPROG W-AVSCHREG W-AVSTEXTO W-AVSOK.
       INA-AVISO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SECAO DOS ALUNOS SOB ACORDO ATIVO - RENEGOCIARAM, NAO SAO OS
      * SILENCIOSOS DA LISTA DE LIGACAO
      *-----------------------------------------------------------------
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
