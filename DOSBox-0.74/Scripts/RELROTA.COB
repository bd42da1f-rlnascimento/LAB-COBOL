       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELROTA.
      **************************************
      *  FOLHA DE ROTA DA VAN DO           *
      *  TRANSPORTE ESCOLAR                *
      **************************************
      *----------------------------------------------------------------
      * UMA PAGINA POR ROTA (OU SO A ROTA INFORMADA): A VAN, O
      * MOTORISTA COM A VALIDADE DA CNH, OS HORARIOS E A LOTACAO, E OS
      * ALUNOS VIGENTES NA COMPETENCIA ATUAL NA ORDEM DE EMBARQUE -
      * POR BAIRRO E CEP, COMO A VAN PERCORRE A REGIAO - COM O TURNO,
      * O ENDERECO DO EMBARQUE RESOLVIDO NO CEP.DAT E O FONE DO
      * RESPONSAVEL. ROTA COM MAIS ALUNOS DO QUE LUGARES SAI COM AVISO.
      * SAIDA EM RELROTA.TXT E NO SPOOL RELROTA.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRPAS.
           COPY CPYRTAS.
           COPY CPYALUS.
           COPY CPYMTRS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           SELECT ROTORD ASSIGN TO DISK.
           SELECT RELRTA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRPAR.
           COPY CPYRTAR.
           COPY CPYALUR.
           COPY CPYMTRR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
      *
       SD  ROTORD.
       01 REGORD.
                03 ORD-ROTA        PIC X(04).
                03 ORD-BAIRRO      PIC X(20).
                03 ORD-CEP         PIC 9(08).
                03 ORD-NUMERO      PIC X(06).
                03 ORD-CODALU      PIC 9(05).
                03 ORD-LOGRADOURO  PIC X(35).
                03 ORD-COMPL       PIC X(15).
                03 ORD-PERIODO     PIC X(01).
      *
       FD  RELRTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELROTA.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RPA         PIC X(02) VALUE "00".
       77 ST-RTA         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MTR         PIC X(02) VALUE "00".
       77 ST-CEP         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-MTRDISP      PIC X(01) VALUE "N".
       77 W-PRIMROTA     PIC X(01) VALUE "S".
       77 W-ROTASEL      PIC X(04) VALUE SPACES.
       77 W-ROTANT       PIC X(04) VALUE SPACES.
       77 W-SEQ          PIC 9(03) VALUE ZEROS.
       77 W-ROTAS        PIC 9(04) VALUE ZEROS.
       77 W-ALUNOS       PIC 9(05) VALUE ZEROS.
       77 W-LOTADAS      PIC 9(04) VALUE ZEROS.
       01 W-HOJE8        PIC 9(08) VALUE ZEROS.
       01 W-COMPHOJE     PIC 9(06) VALUE ZEROS.
       01 W-HORA         PIC 9(04) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
            03 W-HORA-HH    PIC 9(02).
            03 W-HORA-MM    PIC 9(02).
       01 W-HORAED.
            03 W-HORAED-HH  PIC 9(02).
            03 FILLER       PIC X(01) VALUE ":".
            03 W-HORAED-MM  PIC 9(02).
       01 W-TURNOM       PIC X(19) VALUE SPACES.
       01 W-TURNOT       PIC X(19) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELROTA - FOLHA DE ROTA DO TRANSPORTE ESCOLAR".
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
           MOVE W-HOJE8 (1:6) TO W-COMPHOJE.
           DISPLAY "ROTA (BRANCO = TODAS): ".
           MOVE SPACES TO W-ROTASEL
           ACCEPT W-ROTASEL.
           PERFORM RTA-OP0 THRU RTA-OP0-FIM.
           SORT ROTORD ON ASCENDING KEY ORD-ROTA ORD-BAIRRO ORD-CEP
                                        ORD-NUMERO ORD-CODALU
                       INPUT PROCEDURE RTA-SELECIONA
                                  THRU RTA-SELECIONA-FIM
                       OUTPUT PROCEDURE RTA-FOLHA
                                  THRU RTA-FOLHA-FIM.
           PERFORM RTA-RESUMO THRU RTA-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS. SEM MOTORIST.DAT A FOLHA SAI SO COM O
      * CPF DO MOTORISTA
      *-----------------------------------------------------------------
       RTA-OP0.
           OPEN INPUT PARADA
           IF ST-RPA NOT = "00"
               DISPLAY "ERRO AO ABRIR PARADA.DAT - ST=" ST-RPA
               GO TO ROT-FIM.
           OPEN INPUT ROTA
           IF ST-RTA NOT = "00"
               DISPLAY "ERRO AO ABRIR ROTA.DAT - ST=" ST-RTA
               CLOSE PARADA
               GO TO ROT-FIM.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               CLOSE PARADA ROTA
               GO TO ROT-FIM.
           OPEN INPUT CEP
           IF ST-CEP NOT = "00"
               DISPLAY "ERRO AO ABRIR CEP.DAT - ST=" ST-CEP
               CLOSE PARADA ROTA ALUNO
               GO TO ROT-FIM.
           OPEN INPUT MOTORIST
           IF ST-MTR = "00"
               MOVE "S" TO W-MTRDISP.
           OPEN OUTPUT RELRTA
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR RELROTA.TXT - ST=" ST-REL
               CLOSE PARADA ROTA ALUNO CEP
               GO TO ROT-FIM.
           MOVE "RELROTA.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "RELROTA " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE PARADA ROTA ALUNO CEP RELRTA
               GO TO ROT-FIM.
       RTA-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * AS PARADAS VIGENTES NA COMPETENCIA, COM O ENDERECO DO CEP
      *-----------------------------------------------------------------
       RTA-SELECIONA.
           READ PARADA NEXT RECORD
               AT END GO TO RTA-SELECIONA-FIM.
           IF W-ROTASEL NOT = SPACES AND RPA-ROTA NOT = W-ROTASEL
               GO TO RTA-SELECIONA.
           IF RPA-COMPINI > W-COMPHOJE
               GO TO RTA-SELECIONA.
           IF RPA-COMPFIM NOT = ZEROS AND RPA-COMPFIM < W-COMPHOJE
               GO TO RTA-SELECIONA.
           MOVE RPA-ROTA    TO ORD-ROTA
           MOVE RPA-CEP     TO ORD-CEP
           MOVE RPA-NUMERO  TO ORD-NUMERO
           MOVE RPA-CODALU  TO ORD-CODALU
           MOVE RPA-COMPL   TO ORD-COMPL
           MOVE RPA-PERIODO TO ORD-PERIODO
           MOVE RPA-CEP     TO CEP-CODCEP
           READ CEP
           IF ST-CEP = "00"
               MOVE BAIRRO     TO ORD-BAIRRO
               MOVE LOGRADOURO TO ORD-LOGRADOURO
           ELSE
               MOVE "CEP NAO CADASTRADO" TO ORD-BAIRRO
               MOVE SPACES TO ORD-LOGRADOURO.
           RELEASE REGORD.
           GO TO RTA-SELECIONA.
       RTA-SELECIONA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * A FOLHA DE CADA VAN, NA ORDEM DE EMBARQUE
      *-----------------------------------------------------------------
       RTA-FOLHA.
           RETURN ROTORD AT END GO TO RTA-FOLHA-ULT.
           IF W-PRIMROTA = "S" OR ORD-ROTA NOT = W-ROTANT
               PERFORM RTA-RODAPE THRU RTA-RODAPE-FIM
               MOVE "N" TO W-PRIMROTA
               MOVE ORD-ROTA TO W-ROTANT
               PERFORM RTA-CABEC THRU RTA-CABEC-FIM.
           ADD 1 TO W-SEQ W-ALUNOS
           MOVE ORD-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE "ALUNO NAO CADASTRADO" TO NOME
               MOVE ZEROS TO DDDRESP NUMRESP.
           MOVE SPACES TO LINREL
           STRING W-SEQ " " ORD-PERIODO " " NOME " (" DDDRESP ") "
                  NUMRESP " " ORD-BAIRRO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "      " ORD-LOGRADOURO ", " ORD-NUMERO " "
                  ORD-COMPL " CEP " ORD-CEP
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           GO TO RTA-FOLHA.
       RTA-FOLHA-ULT.
           PERFORM RTA-RODAPE THRU RTA-RODAPE-FIM.
       RTA-FOLHA-FIM.
           EXIT.
      *
      *        CABECALHO DA ROTA EM PAGINA NOVA
       RTA-CABEC.
           ADD 1 TO W-ROTAS
           MOVE ZEROS TO W-SEQ
           MOVE W-ROTANT TO RTA-CODIGO
           READ ROTA
           IF ST-RTA NOT = "00"
               MOVE "ROTA NAO CADASTRADA" TO RTA-DESCR
               MOVE SPACES TO RTA-PLACA
               MOVE ZEROS TO RTA-CPFMOT RTA-MANHA RTA-TARDE RTA-CAPAC.
           MOVE SPACES TO LINREL
           STRING "FOLHA DA ROTA " W-ROTANT " - " RTA-DESCR
                  "  EM " W-HOJE8
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RTA-PAGINA THRU RTA-PAGINA-FIM.
           MOVE SPACES TO MTR-NOME
           MOVE ZEROS TO MTR-VALIDADE
           IF W-MTRDISP = "S"
               MOVE RTA-CPFMOT TO MTR-CPF
               READ MOTORIST
               IF ST-MTR NOT = "00"
                   MOVE "MOTORISTA NAO CADASTRADO" TO MTR-NOME
                   MOVE ZEROS TO MTR-VALIDADE.
           MOVE SPACES TO LINREL
           STRING "VAN " RTA-PLACA "  MOTORISTA " RTA-CPFMOT " "
                  MTR-NOME
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           IF MTR-VALIDADE NOT = ZEROS
               MOVE SPACES TO LINREL
               IF MTR-VALIDADE < W-HOJE8
                   STRING "    CNH VENCIDA EM " MTR-VALIDADE
                          " - A VAN NAO SAI SEM LIBERACAO"
                          DELIMITED BY SIZE INTO LINREL
                   PERFORM RTA-IMP THRU RTA-IMP-FIM
               ELSE
                   STRING "    CNH VALIDA ATE " MTR-VALIDADE
                          DELIMITED BY SIZE INTO LINREL
                   PERFORM RTA-IMP THRU RTA-IMP-FIM.
           MOVE SPACES TO W-TURNOM W-TURNOT
           IF RTA-MANHAINI NOT = ZEROS
               MOVE "MANHA" TO W-TURNOM (1:5)
               MOVE RTA-MANHAINI TO W-HORA
               PERFORM RTA-HORA THRU RTA-HORA-FIM
               MOVE W-HORAED TO W-TURNOM (7:5)
               MOVE "A" TO W-TURNOM (13:1)
               MOVE RTA-MANHAFIM TO W-HORA
               PERFORM RTA-HORA THRU RTA-HORA-FIM
               MOVE W-HORAED TO W-TURNOM (15:5).
           IF RTA-TARDEINI NOT = ZEROS
               MOVE "TARDE" TO W-TURNOT (1:5)
               MOVE RTA-TARDEINI TO W-HORA
               PERFORM RTA-HORA THRU RTA-HORA-FIM
               MOVE W-HORAED TO W-TURNOT (7:5)
               MOVE "A" TO W-TURNOT (13:1)
               MOVE RTA-TARDEFIM TO W-HORA
               PERFORM RTA-HORA THRU RTA-HORA-FIM
               MOVE W-HORAED TO W-TURNOT (15:5).
           MOVE SPACES TO LINREL
           STRING W-TURNOM "  " W-TURNOT "  LOTACAO " RTA-CAPAC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           MOVE "SEQ T ALUNO                          FONE RESPONSAVEL"
               TO LINREL
           MOVE "BAIRRO" TO LINREL (54:6)
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           MOVE "      ENDERECO DE EMBARQUE" TO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
       RTA-CABEC-FIM.
           EXIT.
      *
       RTA-HORA.
           MOVE W-HORA-HH TO W-HORAED-HH
           MOVE W-HORA-MM TO W-HORAED-MM.
       RTA-HORA-FIM.
           EXIT.
      *
      *        FECHA A ROTA ANTERIOR COM A OCUPACAO DA VAN
       RTA-RODAPE.
           IF W-PRIMROTA = "S"
               GO TO RTA-RODAPE-FIM.
           MOVE ALL "-" TO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ALUNOS NA ROTA: " W-SEQ " DE " RTA-CAPAC
                  " LUGARES"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM RTA-IMP THRU RTA-IMP-FIM.
           IF W-SEQ > RTA-CAPAC
               ADD 1 TO W-LOTADAS
               MOVE "ATENCAO: MAIS ALUNOS DO QUE LUGARES NA VAN"
                   TO LINREL
               PERFORM RTA-IMP THRU RTA-IMP-FIM.
       RTA-RODAPE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO
      *-----------------------------------------------------------------
       RTA-RESUMO.
           IF W-ROTAS = ZEROS
               MOVE "NENHUM ALUNO EM ROTA NA COMPETENCIA" TO LINREL
               PERFORM RTA-PAGINA THRU RTA-PAGINA-FIM.
           IF W-MTRDISP = "S"
               CLOSE MOTORIST.
           CLOSE PARADA ROTA ALUNO CEP RELRTA IMPRESSORA.
           DISPLAY "RELROTA - FOLHAS EM RELROTA.TXT".
           DISPLAY "ROTAS.........: " W-ROTAS.
           DISPLAY "ALUNOS........: " W-ALUNOS.
           DISPLAY "ACIMA DA LOTACAO: " W-LOTADAS.
       RTA-RESUMO-FIM.
           EXIT.
      *
      *        PRIMEIRA LINHA DE UMA PAGINA NOVA (JA EM LINREL)
       RTA-PAGINA.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               MOVE "N" TO W-PRIMLIN
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
       RTA-PAGINA-FIM.
           EXIT.
      *
       RTA-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       RTA-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
