      * DE CORTE ENTRE OS CANHOTOS. CADA CARNE COMECA EM PAGINA NOVA
      * NO SPOOL, ENTAO O SPOOLMAN REIMPRIME A FOLHA ENROSCADA. UM
      * CARNE NA MATRICULA SUBSTITUI DOZE AVISOS MENSAIS.
      * DESDE O CADASTRO DE RESPONSAVEIS (RESPONS.DAT), O CARNE E UM
      * POR RESPONSAVEL FINANCEIRO: OS IRMAOS COM O MESMO CPFRESP
      * SAEM NO MESMO CARNE (AGRUPADOS VIA SORT), COM A CAPA EM NOME
      * E ENDERECO DE QUEM PAGA E O NOME DE CADA ALUNO NO CANHOTO.
      * ALUNO SEM RESPONSAVEL CONTINUA COM O CARNE PROPRIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY CPYALUS.
           COPY CPYMSLS.
           COPY CPYRSPS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYENDS.
           SELECT CRNORD ASSIGN TO DISK.
           SELECT RELCRN ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
       FILE SECTION.
           COPY CPYALUR.
           COPY CPYMSLR.
           COPY CPYRSPR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
      *
      *        ORD-TIPO 1 = CARNE DE UM RESPONSAVEL (ORD-GRUPO = CPF),
      *        2 = ALUNO SEM RESPONSAVEL (ORD-GRUPO = CODALU)
       SD  CRNORD.
       01 REGORD.
                03 ORD-TIPO        PIC 9(01).
                03 ORD-GRUPO       PIC 9(11).
                03 ORD-CODALU      PIC 9(05).
                03 ORD-COMPET.
                    05 ORD-COMPET-ANO PIC 9(04).
                    05 ORD-COMPET-MES PIC 9(02).
                03 ORD-VALOR       PIC 9(06)V99.
                03 ORD-NOME        PIC X(30).
      *
       FD  RELCRN
               LABEL RECORD IS STANDARD
       77 W-CANHOTOS     PIC 9(06) VALUE ZEROS.
       77 W-TEMCARNE     PIC X(01) VALUE "N".
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-TIPOANT      PIC 9(01) VALUE ZEROS.
       77 W-GRUPOANT     PIC 9(11) VALUE ZEROS.
           COPY CPYRSPW.
           COPY CPYENDW.
           COPY CPYMASC.
      *
      *-----------------------------------------------------------------
           MOVE ZEROS TO W-ALUSEL
           ACCEPT W-ALUSEL.
           PERFORM CRN-OP0 THRU CRN-OP0-FIM.
           PERFORM RSP-ABRE THRU RSP-ABRE-FIM.
           SORT CRNORD ON ASCENDING KEY ORD-TIPO ORD-GRUPO
                                        ORD-CODALU ORD-COMPET
                       INPUT PROCEDURE CRN-LER
                                  THRU CRN-LER-FIM
                       OUTPUT PROCEDURE CRN-IMPRIME
                                  THRU CRN-IMPRIME-FIM.
           GO TO CRN-EOF.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM ALUNO POR VEZ: AS COMPETENCIAS DO ANO VAO PARA O SORT COM
      * O PAGADOR (CPFRESP) NA FRENTE DA CHAVE
      *-----------------------------------------------------------------
       CRN-LER.
           READ ALUNO NEXT RECORD
               AT END GO TO CRN-LER-FIM.
           IF W-ALUSEL NOT = ZEROS AND CODALU NOT = W-ALUSEL
               GO TO CRN-LER.
           IF CPFRESP NOT = ZEROS
               MOVE 1       TO ORD-TIPO
               MOVE CPFRESP TO ORD-GRUPO
           ELSE
               MOVE 2       TO ORD-TIPO
               MOVE CODALU  TO ORD-GRUPO.
           MOVE CODALU TO MEN-CODALU
           MOVE W-ANOSEL TO MEN-COMPET (1:4)
           MOVE ZEROS TO MEN-COMPET (5:2)
       CRN-MEN-LER.
           READ MENSALID NEXT RECORD
           IF ST-MEN NOT = "00"
               GO TO CRN-LER.
           IF MEN-CODALU NOT = CODALU
               GO TO CRN-LER.
           IF MEN-COMPET (1:4) NOT = W-ANOSEL
               GO TO CRN-LER.
           IF MEN-SITUACAO = "C"
               GO TO CRN-MEN-LER.
           MOVE CODALU     TO ORD-CODALU
           MOVE MEN-COMPET TO ORD-COMPET
           MOVE MEN-VALOR  TO ORD-VALOR
           MOVE NOME       TO ORD-NOME
           RELEASE REGORD.
           GO TO CRN-MEN-LER.
       CRN-LER-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RECEBE DO SORT JA AGRUPADO POR PAGADOR: CAPA NA TROCA DE
      * GRUPO, UM CANHOTO POR COMPETENCIA
      *-----------------------------------------------------------------
       CRN-IMPRIME.
           RETURN CRNORD
               AT END GO TO CRN-IMPRIME-FIM.
           IF W-TEMCARNE = "N" OR ORD-TIPO NOT = W-TIPOANT
              OR ORD-GRUPO NOT = W-GRUPOANT
               MOVE "S" TO W-TEMCARNE
               MOVE ORD-TIPO  TO W-TIPOANT
               MOVE ORD-GRUPO TO W-GRUPOANT
               ADD 1 TO W-CARNES
               PERFORM CRN-CAPA THRU CRN-CAPA-FIM.
           PERFORM CRN-CANHOTO THRU CRN-CANHOTO-FIM.
           GO TO CRN-IMPRIME.
       CRN-IMPRIME-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CAPA DO CARNE (PAGINA NOVA NA IMPRESSORA), EM NOME DE QUEM
      * PAGA - O REGALU DO PRIMEIRO ALUNO DO GRUPO RESOLVE O
      * RESPONSAVEL
      *-----------------------------------------------------------------
       CRN-CAPA.
           MOVE ORD-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE ORD-NOME TO NOME
               MOVE ZEROS TO FONERESP CPFRESP.
           PERFORM RSP-BUSCA THRU RSP-BUSCA-FIM.
           MOVE SPACES TO LINREL
           IF W-RSPCPF = ZEROS
               STRING "CARNE DE MENSALIDADES " W-ANOSEL
                      " - ALUNO " ORD-CODALU " " W-RSPNOME
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "CARNE DE MENSALIDADES " W-ANOSEL
                      " - RESPONSAVEL " W-RSPNOME
                      DELIMITED BY SIZE INTO LINREL.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
           IF W-RSPLOGR NOT = SPACES
               MOVE SPACES TO LINREL
               STRING W-RSPLOGR " " W-RSPBAIRRO
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CRN-IMP THRU CRN-IMP-FIM
               MOVE SPACES TO LINREL
               STRING W-RSPCEP " " W-RSPCIDADE " " W-RSPUF
                      DELIMITED BY SIZE INTO LINREL
               PERFORM CRN-IMP THRU CRN-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM CRN-IMP THRU CRN-IMP-FIM.
       CRN-CAPA-FIM.
      *-----------------------------------------------------------------
       CRN-CANHOTO.
           ADD 1 TO W-CANHOTOS.
           MOVE ORD-VALOR TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING "ALUNO " ORD-CODALU " " ORD-NOME (1:25)
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRN-IMP THRU CRN-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "COMPETENCIA " ORD-COMPET-MES "/" ORD-COMPET-ANO
                  "  VALOR " MASC-DINHEIRO-REL
                  "  VENC. 10/" ORD-COMPET-MES "/" ORD-COMPET-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRN-IMP THRU CRN-IMP-FIM.
           MOVE SPACES TO LINREL
                  "   CANHOTOS: " W-CANHOTOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM CRN-IMP THRU CRN-IMP-FIM.
           PERFORM RSP-FECHA THRU RSP-FECHA-FIM.
           CLOSE ALUNO MENSALID RELCRN IMPRESSORA.
           DISPLAY "CARNE - CARNES GERADOS EM CARNE.TXT".
           DISPLAY "CARNES IMPRESSOS.....: " W-CARNES.
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
