       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSRPS.
      **************************************
      *  LOTE DE RPS DA NFS-E DAS          *
      *  MENSALIDADES RECEBIDAS NO MES     *
      *  (NFSRPS.TXT -> PREFEITURA)        *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O MES DOS RECEBIMENTOS (AAAAMM - ZEROS = MES
      * ANTERIOR, O CASO NORMAL DO COMECO DO MES). O JOB GERA UM RPS
      * (RECIBO PROVISORIO DE SERVICOS) POR PAGAMENTO RECEBIDO NO MES
      * E GRAVA O LOTE NO ARQUIVO NFSRPS.TXT PARA O ENVIO A
      * PREFEITURA (TIPO 1 HEADER COM A INSCRICAO MUNICIPAL E O MES,
      * TIPO 2 UM RPS POR PAGAMENTO, TIPO 9 TRAILER COM A QUANTIDADE
      * E O TOTAL), NO MOLDE DA REMESSA DO BOLREM:
      *   - PRIMEIRO OS RECIBOS DO CAIXA (RECIBO.DAT, ORIGEM MENSALID
      *     OU ACORPARC, EMITIDOS NO MES) - O RPS LEVA O NUMERO DO
      *     RECIBO;
      *   - DEPOIS AS MENSALIDADES E PARCELAS DE ACORDO PAGAS NO MES
      *     QUE NAO TEM RECIBO (BAIXA PELO RETORNO DO BANCO - BOLRET).
      * COMPETENCIA BAIXADA NA QUITACAO DE UM ACORDO (MEN-ACORDO > 0)
      * NAO E DINHEIRO NOVO - O QUE ENTROU FORAM AS PARCELAS - E NAO
      * GERA RPS, COMO NA DECLARACAO DO DECLIR.
      * O VALOR DO SERVICO E O PRINCIPAL: MULTA E JUROS DE MORA NAO
      * SAO PRESTACAO DE SERVICO E FICAM FORA DA NOTA. O TOMADOR E O
      * RESPONSAVEL FINANCEIRO DO ALUNO (RESPONS.DAT VIA CPYRSPP); SEM
      * RESPONSAVEL O RPS SAI EM NOME DO ALUNO, SEM CPF, E E AVISADO.
      * OS RPS SAO NUMERADOS PELA SEQUENCIA "RPS" DE CONTROLE.DAT E
      * FICAM EM NFSE.DAT: PAGAMENTO QUE JA TEM RPS NAO GERA OUTRO, DE
      * MODO QUE RODAR DE NOVO NO MESMO MES SO MANDA O QUE FALTOU. RPS
      * REJEITADO PELA PREFEITURA (NFSRET) E SUBSTITUIDO POR UM RPS
      * NOVO NA RODADA SEGUINTE. CODIGO DO SERVICO, ALIQUOTA DO ISS E
      * INSCRICAO MUNICIPAL VEM DE PARAMET.DAT (NFSSERV, NFSALIQ E
      * NFSINSCR). CONFERENCIA EM NFSRPS.REL E NO SPOOL NFSRPS.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRCBS.
           COPY CPYMSLS.
           COPY CPYACPS.
           COPY CPYALUS.
           COPY CPYNFSS.
           COPY CPYCTLS.
           COPY CPYRSPS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYENDS.
           SELECT ARQRPS ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-RPS.
           SELECT RELRPS ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRCBR.
           COPY CPYMSLR.
           COPY CPYACPR.
           COPY CPYALUR.
           COPY CPYNFSR.
           COPY CPYCTLR.
           COPY CPYRSPR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
      *
      *        LOTE DE RPS PARA A PREFEITURA - VALORES SEM PONTO NEM
      *        VIRGULA, COM DUAS CASAS DECIMAIS IMPLICITAS
       FD  ARQRPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSRPS.TXT".
       01 LINRPS.
                03 RPS-TIPO        PIC X(01).
                03 RPS-SERIE       PIC X(05).
                03 RPS-NUM         PIC 9(09).
                03 RPS-DATA        PIC 9(08).
                03 RPS-VALOR       PIC 9(13)V99.
                03 RPS-SERVICO     PIC 9(04).
                03 RPS-ALIQ        PIC 9(02)V99.
                03 RPS-CPF         PIC 9(11).
                03 RPS-NOME        PIC X(35).
                03 RPS-LOGR        PIC X(35).
                03 RPS-BAIRRO      PIC X(20).
                03 RPS-CIDADE      PIC X(20).
                03 RPS-UF          PIC X(02).
                03 RPS-CEP         PIC 9(08).
                03 RPS-EMAIL       PIC X(35).
                03 RPS-DISCRIM     PIC X(80).
                03 FILLER          PIC X(08).
       01 LINRPS-HEADER REDEFINES LINRPS.
                03 FILLER          PIC X(01).
                03 HDR-VERSAO      PIC X(03).
                03 HDR-INSCR       PIC 9(11).
                03 HDR-MES         PIC 9(06).
                03 HDR-GERACAO     PIC 9(08).
                03 FILLER          PIC X(271).
       01 LINRPS-TRAILER REDEFINES LINRPS.
                03 FILLER          PIC X(01).
                03 TRL-QTD         PIC 9(07).
                03 TRL-TOTAL       PIC 9(13)V99.
                03 FILLER          PIC X(277).
      *
       FD  RELRPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSRPS.REL".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RCB         PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-ACP         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-NFS         PIC X(02) VALUE "00".
       77 ST-CTL         PIC X(02) VALUE "00".
       77 ST-RPS         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYRSPW.
           COPY CPYENDW.
       77 W-OPERADOR     PIC X(12) VALUE SPACES.
       01 W-MES          PIC 9(06) VALUE ZEROS.
       01 W-MES-R REDEFINES W-MES.
            03 W-MES-ANO    PIC 9(04).
            03 W-MES-MES    PIC 9(02).
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
       01 W-DTPAG        PIC 9(08) VALUE ZEROS.
       01 W-DTPAG-R REDEFINES W-DTPAG.
            03 W-DTPAG-MES  PIC 9(06).
            03 FILLER       PIC 9(02).
      *        PARAMETROS DA NOTA (PARAMET.DAT)
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-SERVICO      PIC 9(04) VALUE 801.
       77 W-ALIQ         PIC 9(02)V99 VALUE 2,00.
       77 W-INSCR        PIC 9(11) VALUE ZEROS.
      *        O PAGAMENTO DA VEZ, MONTADO POR QUEM CHAMA O NFS-EMITE
       77 W-ORIGEM       PIC X(08) VALUE SPACES.
       01 W-DOCCHAVE     PIC X(20) VALUE SPACES.
       01 W-DOCCHAVE-MEN REDEFINES W-DOCCHAVE.
            03 W-DOC-CODALU   PIC 9(05).
            03 W-DOC-COMPANO  PIC 9(04).
            03 W-DOC-COMPMES  PIC 9(02).
            03 FILLER         PIC X(09).
       01 W-DOCCHAVE-ACP REDEFINES W-DOCCHAVE.
            03 FILLER         PIC 9(05).
            03 W-DOC-SEQ      PIC 9(02).
            03 W-DOC-PARCELA  PIC 9(02).
            03 FILLER         PIC X(11).
       77 W-RECIBO       PIC 9(09) VALUE ZEROS.
       77 W-VALSERV      PIC 9(06)V99 VALUE ZEROS.
       77 W-DATAPAG      PIC 9(08) VALUE ZEROS.
       77 W-NUMRPS       PIC 9(09) VALUE ZEROS.
       77 W-NOMEALU      PIC X(30) VALUE SPACES.
       77 W-REFER        PIC X(40) VALUE SPACES.
      *        CONTADORES E TOTAIS
       77 W-RCBLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-MENLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-ACPLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-EMITIDOS     PIC 9(07) VALUE ZEROS.
       77 W-COMRECIBO    PIC 9(06) VALUE ZEROS.
       77 W-SEMRECIBO    PIC 9(06) VALUE ZEROS.
       77 W-JAEMITIDOS   PIC 9(06) VALUE ZEROS.
       77 W-REEMITIDOS   PIC 9(06) VALUE ZEROS.
       77 W-SEMCPF       PIC 9(06) VALUE ZEROS.
       77 W-ERROS        PIC 9(06) VALUE ZEROS.
       77 W-TOTSERV      PIC 9(13)V99 VALUE ZEROS.
           COPY CPYMASC.
       77 MASC-RPS-TOT   PIC ZZ.ZZZ.ZZZ,ZZ.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "NFSRPS - LOTE DE RPS DA NFS-E DAS MENSALIDADES".
           ACCEPT W-DATA FROM DATE YYYYMMDD.
       NFS-OPER.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
               GO TO NFS-OPER.
           MOVE W-OPERADOR TO W-SPLOPER.
       NFS-MES.
           DISPLAY "MES DOS RECEBIMENTOS (AAAAMM, ZEROS = ANTERIOR): ".
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
               GO TO NFS-MES.
           PERFORM NFS-PAR THRU NFS-PAR-FIM.
           PERFORM NFS-OP0 THRU NFS-OP0-FIM.
           PERFORM NFS-RCB THRU NFS-RCB-FIM.
           PERFORM NFS-MEN THRU NFS-MEN-FIM.
           PERFORM NFS-ACP THRU NFS-ACP-FIM.
           PERFORM NFS-FECHA THRU NFS-FECHA-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * PARAMETROS DA NOTA - AUSENTE FICA O PADRAO
      *-----------------------------------------------------------------
       NFS-PAR.
           MOVE "NFSSERV" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-SERVICO.
           MOVE "NFSALIQ" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-ALIQ.
           MOVE "NFSINSCR" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-INSCR.
       NFS-PAR-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS, CABECALHO DO LOTE E DO RELATORIO
      *-----------------------------------------------------------------
       NFS-OP0.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               GO TO ROT-FIM.
           OPEN I-O NFSE
           IF ST-NFS NOT = "00"
               IF ST-NFS = "30"
                      OPEN OUTPUT NFSE
                      CLOSE NFSE
                      OPEN I-O NFSE
               ELSE
                      DISPLAY "ERRO AO ABRIR NFSE.DAT - ST=" ST-NFS
                      CLOSE ALUNO
                      GO TO ROT-FIM.
           OPEN I-O CONTROLE
           IF ST-CTL NOT = "00"
               IF ST-CTL = "30"
                      OPEN OUTPUT CONTROLE
                      CLOSE CONTROLE
                      OPEN I-O CONTROLE
               ELSE
                      DISPLAY "ERRO AO ABRIR CONTROLE.DAT - ST=" ST-CTL
                      CLOSE ALUNO NFSE
                      GO TO ROT-FIM.
           OPEN OUTPUT ARQRPS
           IF ST-RPS NOT = "00"
               DISPLAY "ERRO AO ABRIR NFSRPS.TXT - ST=" ST-RPS
               CLOSE ALUNO NFSE CONTROLE
               GO TO ROT-FIM.
           OPEN OUTPUT RELRPS
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR NFSRPS.REL - ST=" ST-REL
               CLOSE ALUNO NFSE CONTROLE ARQRPS
               GO TO ROT-FIM.
           MOVE "NFSRPS.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "NFSRPS  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALUNO NFSE CONTROLE ARQRPS RELRPS
               GO TO ROT-FIM.
           PERFORM RSP-ABRE THRU RSP-ABRE-FIM.
           MOVE SPACES      TO LINRPS
           MOVE "1"         TO RPS-TIPO
           MOVE "001"       TO HDR-VERSAO
           MOVE W-INSCR     TO HDR-INSCR
           MOVE W-MES       TO HDR-MES
           MOVE W-DATA      TO HDR-GERACAO
           WRITE LINRPS.
           MOVE SPACES TO LINREL
           STRING "LOTE DE RPS DA NFS-E - RECEBIMENTOS DE " W-MES-MES
                  "/" W-MES-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE W-ALIQ TO MASC-PERCENT
           MOVE SPACES TO LINREL
           STRING "SERVICO " W-SERVICO "  ALIQUOTA ISS " MASC-PERCENT
                  "%  INSCRICAO MUNICIPAL " W-INSCR
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           IF W-INSCR = ZEROS
               MOVE "ATENCAO: INSCRICAO MUNICIPAL (NFSINSCR) EM BRANCO"
                   TO LINREL
               PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "      RPS ORIGEM   CHAVE       RECIBO    CPF TOMADOR"
                  "        VALOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
       NFS-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * 1A PASSADA: RECIBOS DO CAIXA EMITIDOS NO MES. RECIBO.DAT
      * AUSENTE = NENHUMA BAIXA NO CAIXA AINDA
      *-----------------------------------------------------------------
       NFS-RCB.
           OPEN INPUT RECIBO
           IF ST-RCB NOT = "00"
               DISPLAY "SEM RECIBOS (RECIBO.DAT) - ST=" ST-RCB
               GO TO NFS-RCB-FIM.
       NFS-RCB-LER.
           READ RECIBO NEXT RECORD
               AT END GO TO NFS-RCB-EOF.
           ADD 1 TO W-RCBLIDOS.
           IF RCB-ORIGEM NOT = "MENSALID" AND
              RCB-ORIGEM NOT = "ACORPARC"
               GO TO NFS-RCB-LER.
           MOVE RCB-DATA TO W-DTPAG
           IF W-DTPAG-MES NOT = W-MES
               GO TO NFS-RCB-LER.
           MOVE RCB-ORIGEM TO W-ORIGEM
           MOVE RCB-CHAVE  TO W-DOCCHAVE
           MOVE RCB-NUM    TO W-RECIBO
           MOVE RCB-DATA   TO W-DATAPAG
           COMPUTE W-VALSERV = RCB-VALOR - RCB-MULTA - RCB-JUROS
           PERFORM NFS-EMITE THRU NFS-EMITE-FIM.
           GO TO NFS-RCB-LER.
       NFS-RCB-EOF.
           CLOSE RECIBO.
       NFS-RCB-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * 2A PASSADA: MENSALIDADES PAGAS NO MES SEM RPS (BAIXA PELO
      * BANCO). A QUE TEM RECIBO JA GANHOU RPS NA 1A PASSADA
      *-----------------------------------------------------------------
       NFS-MEN.
           OPEN INPUT MENSALID
           IF ST-MEN NOT = "00"
               DISPLAY "ERRO AO ABRIR MENSALID.DAT - ST=" ST-MEN
               GO TO NFS-MEN-FIM.
       NFS-MEN-LER.
           READ MENSALID NEXT RECORD
               AT END GO TO NFS-MEN-EOF.
           ADD 1 TO W-MENLIDAS.
           IF MEN-DATAPAG = ZEROS OR MEN-ACORDO NOT = ZEROS
               GO TO NFS-MEN-LER.
           MOVE MEN-DATAPAG TO W-DTPAG
           IF W-DTPAG-MES NOT = W-MES
               GO TO NFS-MEN-LER.
           MOVE "MENSALID" TO W-ORIGEM
           MOVE SPACES     TO W-DOCCHAVE
           MOVE MEN-CHAVE  TO W-DOCCHAVE (1:11)
           MOVE ZEROS      TO W-RECIBO
           MOVE MEN-DATAPAG TO W-DATAPAG
           COMPUTE W-VALSERV = MEN-VALORPAG - MEN-MULTA - MEN-JUROS
           PERFORM NFS-EMITE THRU NFS-EMITE-FIM.
           GO TO NFS-MEN-LER.
       NFS-MEN-EOF.
           CLOSE MENSALID.
       NFS-MEN-FIM.
           EXIT.
      *
      *        PARCELAS DE ACORDO PAGAS NO MES SEM RPS - ARQUIVO
      *        AUSENTE = NENHUM ACORDO
       NFS-ACP.
           OPEN INPUT ACORPARC
           IF ST-ACP NOT = "00"
               DISPLAY "SEM PARCELAS DE ACORDO (ACORPARC.DAT) - ST="
                   ST-ACP
               GO TO NFS-ACP-FIM.
       NFS-ACP-LER.
           READ ACORPARC NEXT RECORD
               AT END GO TO NFS-ACP-EOF.
           ADD 1 TO W-ACPLIDAS.
           IF ACP-DATAPAG = ZEROS
               GO TO NFS-ACP-LER.
           MOVE ACP-DATAPAG TO W-DTPAG
           IF W-DTPAG-MES NOT = W-MES
               GO TO NFS-ACP-LER.
           MOVE "ACORPARC" TO W-ORIGEM
           MOVE SPACES     TO W-DOCCHAVE
           MOVE ACP-CHAVE  TO W-DOCCHAVE (1:9)
           MOVE ZEROS      TO W-RECIBO
           MOVE ACP-DATAPAG  TO W-DATAPAG
           MOVE ACP-VALORPAG TO W-VALSERV
           PERFORM NFS-EMITE THRU NFS-EMITE-FIM.
           GO TO NFS-ACP-LER.
       NFS-ACP-EOF.
           CLOSE ACORPARC.
       NFS-ACP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * UM RPS PARA O PAGAMENTO EM W-ORIGEM/W-DOCCHAVE. JA TEM RPS
      * VALIDO = PULA; TEM RPS REJEITADO = APAGA E EMITE OUTRO
      *-----------------------------------------------------------------
       NFS-EMITE.
           MOVE W-ORIGEM   TO NFS-ORIGEM
           MOVE W-DOCCHAVE TO NFS-CHAVE
           READ NFSE KEY IS NFS-DOC
           IF ST-NFS = "00"
               IF NFS-SITUACAO NOT = "R"
                   ADD 1 TO W-JAEMITIDOS
                   GO TO NFS-EMITE-FIM
               ELSE
                   DELETE NFSE
                   ADD 1 TO W-REEMITIDOS.
           IF W-VALSERV = ZEROS
               GO TO NFS-EMITE-FIM.
           MOVE W-DOC-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS TO FONERESP CPFRESP.
           MOVE NOME TO W-NOMEALU
           PERFORM RSP-BUSCA THRU RSP-BUSCA-FIM.
      *        NUMERO DA SEQUENCIA "RPS" DE CONTROLE.DAT
           MOVE "RPS" TO CTL-NOME
           READ CONTROLE
           IF ST-CTL NOT = "00"
               MOVE "RPS" TO CTL-NOME
               MOVE 1 TO CTL-PROX
               WRITE REGCTL.
           MOVE CTL-PROX TO W-NUMRPS
           COMPUTE CTL-PROX = CTL-PROX + 1
           REWRITE REGCTL.
           MOVE W-NUMRPS     TO NFS-RPS
           MOVE W-ORIGEM     TO NFS-ORIGEM
           MOVE W-DOCCHAVE   TO NFS-CHAVE
           MOVE W-RECIBO     TO NFS-RECIBO
           MOVE W-DOC-CODALU TO NFS-CODALU
           MOVE W-RSPCPF     TO NFS-CPF
           MOVE W-VALSERV    TO NFS-VALOR
           MOVE W-DATAPAG    TO NFS-DATAPAG
           MOVE W-DATA       TO NFS-EMISSAO
           MOVE ZEROS        TO NFS-NUMNFSE
           MOVE "E"          TO NFS-SITUACAO
           MOVE SPACES       TO NFS-MOTIVO
           WRITE REGNFS
           IF ST-NFS NOT = "00" AND ST-NFS NOT = "02"
               ADD 1 TO W-ERROS
               MOVE SPACES TO LINREL
               STRING "ERRO AO GRAVAR RPS " W-NUMRPS
                      " EM NFSE.DAT - ST=" ST-NFS
                      DELIMITED BY SIZE INTO LINREL
               PERFORM NFS-IMP THRU NFS-IMP-FIM
               GO TO NFS-EMITE-FIM.
           PERFORM NFS-REFER THRU NFS-REFER-FIM.
           MOVE SPACES       TO LINRPS
           MOVE "2"          TO RPS-TIPO
           MOVE "RPS"        TO RPS-SERIE
           MOVE W-NUMRPS     TO RPS-NUM
           MOVE W-DATAPAG    TO RPS-DATA
           MOVE W-VALSERV    TO RPS-VALOR
           MOVE W-SERVICO    TO RPS-SERVICO
           MOVE W-ALIQ       TO RPS-ALIQ
           MOVE W-RSPCPF     TO RPS-CPF
           MOVE W-RSPNOME    TO RPS-NOME
           MOVE W-RSPLOGR    TO RPS-LOGR
           MOVE W-RSPBAIRRO  TO RPS-BAIRRO
           MOVE W-RSPCIDADE  TO RPS-CIDADE
           MOVE W-RSPUF      TO RPS-UF
           MOVE W-RSPCEP     TO RPS-CEP
           MOVE W-RSPEMAIL   TO RPS-EMAIL
           MOVE SPACES       TO RPS-DISCRIM
           STRING W-REFER " - ALUNO " W-DOC-CODALU " " W-NOMEALU
                  DELIMITED BY SIZE INTO RPS-DISCRIM
           WRITE LINRPS.
           ADD 1 TO W-EMITIDOS
           ADD W-VALSERV TO W-TOTSERV
           IF W-RECIBO = ZEROS
               ADD 1 TO W-SEMRECIBO
           ELSE
               ADD 1 TO W-COMRECIBO.
           MOVE W-VALSERV TO MASC-DINHEIRO-REL
           MOVE SPACES TO LINREL
           STRING W-NUMRPS " " W-ORIGEM " " W-DOCCHAVE (1:11)
                  " " W-RECIBO " " W-RSPCPF " " MASC-DINHEIRO-REL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           IF W-RSPCPF = ZEROS
               ADD 1 TO W-SEMCPF
               MOVE SPACES TO LINREL
               STRING "          ATENCAO: ALUNO " W-DOC-CODALU
                      " SEM RESPONSAVEL - TOMADOR SEM CPF"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM NFS-IMP THRU NFS-IMP-FIM.
       NFS-EMITE-FIM.
           EXIT.
      *
      *        O QUE FOI PAGO, PARA A DISCRIMINACAO DO SERVICO
       NFS-REFER.
           MOVE SPACES TO W-REFER
           IF W-ORIGEM = "MENSALID"
               STRING "MENSALIDADE ESCOLAR " W-DOC-COMPMES "/"
                      W-DOC-COMPANO
                      DELIMITED BY SIZE INTO W-REFER
           ELSE
               STRING "PARCELA " W-DOC-PARCELA " DO ACORDO "
                      W-DOC-SEQ " DE MENSALIDADES"
                      DELIMITED BY SIZE INTO W-REFER.
       NFS-REFER-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TRAILER DO LOTE, RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       NFS-FECHA.
           MOVE SPACES      TO LINRPS
           MOVE "9"         TO RPS-TIPO
           MOVE W-EMITIDOS  TO TRL-QTD
           MOVE W-TOTSERV   TO TRL-TOTAL
           WRITE LINRPS.
           MOVE SPACES TO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "RPS EMITIDOS NO LOTE....: " W-EMITIDOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  COM RECIBO DO CAIXA...: " W-COMRECIBO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  PAGOS NO BANCO........: " W-SEMRECIBO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  EM NOVO RPS (REJEIT.).: " W-REEMITIDOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "JA COM RPS (PULADOS)....: " W-JAEMITIDOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "TOMADOR SEM CPF.........: " W-SEMCPF
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "ERROS DE GRAVACAO.......: " W-ERROS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           MOVE W-TOTSERV TO MASC-RPS-TOT
           MOVE SPACES TO LINREL
           STRING "VALOR TOTAL DOS SERVICOS: " MASC-RPS-TOT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM NFS-IMP THRU NFS-IMP-FIM.
           PERFORM RSP-FECHA THRU RSP-FECHA-FIM.
           CLOSE ALUNO NFSE CONTROLE ARQRPS RELRPS IMPRESSORA.
           DISPLAY "NFSRPS - LOTE EM NFSRPS.TXT, CONFERENCIA EM "
               "NFSRPS.REL".
           DISPLAY "RPS EMITIDOS: " W-EMITIDOS.
       NFS-FECHA-FIM.
           EXIT.
      *
       NFS-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       NFS-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * BUSCA DO RESPONSAVEL FINANCEIRO E DO ENDERECO
      *-----------------------------------------------------------------
           COPY CPYRSPP.
           COPY CPYENDP REPLACING ==CPY-CPFCAMPO== BY ==RSP-CPF==.
