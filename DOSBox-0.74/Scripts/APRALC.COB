       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRALC.
      **************************************
      *  APROVACAO DOS LANCAMENTOS ACIMA   *
      *  DA ALCADA (ALCPEND.DAT)           *
      **************************************
      *----------------------------------------------------------------
      * O SUPERVISOR (NIVEL S NO LOGIN) PERCORRE A FILA DE LANCAMENTOS
      * QUE PASSARAM DA ALCADA DE QUEM LANCOU (CPYALPP) E, UM A UM,
      * APROVA (F2) OU REJEITA (F3). SO APROVA QUEM TEM ALCADA PROPRIA
      * PARA O VALOR NA MESMA FUNCAO (ALCVER) E NAO FOI O AUTOR DO
      * LANCAMENTO. NA APROVACAO O LANCAMENTO GUARDADO E APLICADO NO
      * ARQUIVO DE DESTINO, COMO O PROGRAMA DE ORIGEM TERIA FEITO:
      *   MANU - GRAVA A ORDEM EM MANUVEIC.DAT (SEQ DO DIA NA HORA)
      *   VEND - GRAVA VEICVEND.DAT E TIRA O VEICULO DO ATIVO
      *   DESC - INCLUI OU ALTERA O DESCONTO EM DESCONTO.DAT
      *   ACOR - FECHA O ACORDO (CPYACGP), SE A DIVIDA EM ABERTO DO
      *          ALUNO AINDA E A MESMA DO PEDIDO
      *   PAGA - REGRAVA A BAIXA, SOMA NO CAIXA DE QUEM RECEBEU
      *          (CXAREG) E EMITE O RECIBO (RECEMITE)
      * O REGISTRO FICA NA FILA COMO APROVADO (P) OU REJEITADO (R),
      * COM O SUPERVISOR E A DATA, PARA O RELALC. AS DECISOES SAEM EM
      * AUDIT.TXT ("ALC-APROV" / "ALC-REJEIT"), FECHANDO O PAR COM O
      * "ALC-PEDIDO" DO LANCAMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYALPS.
           COPY CPYMNTS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.
           SELECT VEICVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VND-PLACA
                    FILE STATUS  IS ST-VND.
           COPY CPYDSCS.
           COPY CPYACDS.
           COPY CPYACPS.
           COPY CPYMSLS.
           COPY CPYALUS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYALPR.
           COPY CPYMNTR.
           COPY CPYVEIR.
      *
       FD VEICVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEICVEND.DAT".
       01 REGVND.
                03 VND-PLACA           PIC X(07).
                03 VND-PROPRIETARIO    PIC X(35).
                03 VND-MARCA           PIC 9(01).
                03 VND-VALORVEIC       PIC 9(06)V99.
                03 VND-COMPRADOR       PIC X(35).
                03 VND-CPFCOMPR        PIC 9(11).
                03 VND-DATAVENDA.
                    05 VND-DATAVENDA-ANO PIC 9(04).
                    05 VND-DATAVENDA-MES PIC 9(02).
                    05 VND-DATAVENDA-DIA PIC 9(02).
                03 VND-PRECO           PIC 9(08)V99.
                03 VND-VALORCONTABIL   PIC 9(06)V99.
      *
           COPY CPYDSCR.
           COPY CPYACDR.
           COPY CPYACPR.
           COPY CPYMSLR.
           COPY CPYALUR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ALP       PIC X(02) VALUE "00".
       77 ST-MNT       PIC X(02) VALUE "00".
       77 ST-VEI       PIC X(02) VALUE "00".
       77 ST-VND       PIC X(02) VALUE "00".
       77 ST-DSC       PIC X(02) VALUE "00".
       77 ST-ACD       PIC X(02) VALUE "00".
       77 ST-ACP       PIC X(02) VALUE "00".
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-APROVADAS  PIC 9(04) VALUE ZEROS.
       77 W-REJEITADAS PIC 9(04) VALUE ZEROS.
       77 W-APLOK      PIC X(01) VALUE "N".
       77 W-APRLIMITE  PIC 9(09)V99 VALUE ZEROS.
       77 W-APROK      PIC X(01) VALUE "N".
       77 W-VALMASC    PIC ZZZ.ZZZ.ZZ9,99.
       77 W-FUNDESC    PIC X(30) VALUE SPACES.
       77 W-ACGSOMA    PIC 9(08)V99 VALUE ZEROS.
      *        BAIXA APROVADA: CAIXA E RECIBO COMO NO CADPAGA
       77 W-CXAOK      PIC X(01) VALUE "N".
       77 W-RECORIG    PIC X(08) VALUE SPACES.
       77 W-RECCHAVE   PIC X(20) VALUE SPACES.
       77 W-RECNOME    PIC X(35) VALUE SPACES.
       77 W-RECNUM     PIC 9(09) VALUE ZEROS.
           COPY CPYACGW.
           COPY CPYAUDW.
           COPY CPYCPXW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM OPR-001 THRU OPR-002-FIM.
                IF W-OPERNIVEL NOT = "S"
                   DISPLAY (15, 20) "ACESSO SO PARA SUPERVISOR"
                   GO TO ROT-FIM.
           COPY CPYOPCR
               REPLACING ==CPY-ARQ== BY ==ALCPEND==
                   ==CPY-MSG-CRIA== BY
                       =="** ARQUIVO ALCPEND SENDO CRIADO **"==
                   ==CPY-MSG-ERRO== BY
                       =="ERRO NA ABERTURA DO ALCPEND.DAT"==
                   ==ST-ERRO== BY ==ST-ALP==.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "APROVACAO DE LANCAMENTOS ACIMA DA"
                DISPLAY (01, 44) "ALCADA"
                DISPLAY (04, 01) "FUNCAO          : "
                DISPLAY (05, 01) "CHAVE           : "
                DISPLAY (06, 01) "LANCADO POR     : "
                DISPLAY (07, 01) "EM              : "
                DISPLAY (08, 01) "VALOR           : "
                DISPLAY (09, 01) "ALCADA DE QUEM  : "
                DISPLAY (10, 01) "OPERACAO (I/A)  : "
                MOVE SPACES TO ALP-FUNCAO ALP-ID
                MOVE ZEROS TO ALP-DATA ALP-HORA
                START ALCPEND KEY IS NOT LESS THAN ALP-CHAVE
                IF ST-ALP NOT = "00"
                   MOVE "*** NENHUM LANCAMENTO NA FILA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
       LST-001.
                READ ALCPEND NEXT RECORD
                IF ST-ALP = "10"
                   MOVE "*** FIM DA FILA DE LANCAMENTOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                IF ST-ALP NOT = "00"
                   MOVE "ERRO NA LEITURA DO ALCPEND.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ENC.
                IF ALP-SITUACAO NOT = "A"
                   GO TO LST-001.
                MOVE SPACES TO W-FUNDESC
                IF ALP-FUNCAO = "MANU"
                   MOVE "MANUTENCAO DE VEICULO" TO W-FUNDESC.
                IF ALP-FUNCAO = "VEND"
                   MOVE "VENDA ABAIXO DO CONTABIL" TO W-FUNDESC.
                IF ALP-FUNCAO = "DESC"
                   MOVE "DESCONTO DE MENSALIDADE" TO W-FUNDESC.
                IF ALP-FUNCAO = "ACOR"
                   MOVE "ACORDO COM PERDAO DE DIVIDA" TO W-FUNDESC.
                IF ALP-FUNCAO = "PAGA"
                   MOVE "CORRECAO DE BAIXA" TO W-FUNDESC.
                DISPLAY (04, 18) ALP-FUNCAO
                DISPLAY (04, 24) W-FUNDESC
                DISPLAY (05, 18) ALP-ID
                DISPLAY (06, 18) ALP-OPER
                DISPLAY (07, 18) ALP-DATA
                MOVE ALP-VALOR TO W-VALMASC
                DISPLAY (08, 18) W-VALMASC
                MOVE ALP-LIMITE TO W-VALMASC
                DISPLAY (09, 18) W-VALMASC
                DISPLAY (10, 18) ALP-MODO.
       LST-002.
                DISPLAY (23, 12)
                    "F2=APROVAR  F3=REJEITAR  ENTER=PULAR  ESC=SAIR".
                ACCEPT (23, 62) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                IF W-ACT = TEC-F2
                   GO TO APR-001.
                IF W-ACT = TEC-F3
                   GO TO REJ-001.
                GO TO LST-001.
      *
      *****************************************
      * APROVACAO: CONFERE A ALCADA DO        *
      * SUPERVISOR, APLICA O LANCAMENTO NO    *
      * ARQUIVO DE DESTINO E MARCA A FILA     *
      *****************************************
      *
       APR-001.
                IF ALP-OPER = W-OPERADOR
                   MOVE "*** QUEM LANCOU NAO APROVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-002.
                CALL "ALCVER" USING W-OPERADOR ALP-FUNCAO ALP-VALOR
                                    W-APRLIMITE W-APROK
                IF W-APROK NOT = "S"
                   MOVE "*** VALOR ACIMA DA SUA ALCADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-002.
                MOVE "N" TO W-APLOK
                MOVE "** LANCAMENTO NAO PODE SER APLICADO **" TO MENS
                IF ALP-FUNCAO = "MANU"
                   PERFORM APL-MANU THRU APL-MANU-FIM.
                IF ALP-FUNCAO = "VEND"
                   PERFORM APL-VEND THRU APL-VEND-FIM.
                IF ALP-FUNCAO = "DESC"
                   PERFORM APL-DESC THRU APL-DESC-FIM.
                IF ALP-FUNCAO = "ACOR"
                   PERFORM APL-ACOR THRU APL-ACOR-FIM.
                IF ALP-FUNCAO = "PAGA"
                   PERFORM APL-PAGA THRU APL-PAGA-FIM.
                IF W-APLOK NOT = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-002.
                MOVE "P" TO ALP-SITUACAO
                MOVE W-OPERADOR TO ALP-APROV
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-DATAUD TO ALP-DATAPROV
                REWRITE REGALP
                MOVE "ALCADA" TO AUD-ARQ
                MOVE "ALC-APROV" TO AUD-ACAO
                MOVE SPACES TO AUD-CHAVE
                STRING ALP-FUNCAO ALP-ID DELIMITED BY SIZE
                       INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-APROVADAS
                MOVE "*** LANCAMENTO APROVADO E APLICADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LST-001.
      *
      *****************************************
      * REJEICAO: O LANCAMENTO NAO PRODUZ     *
      * EFEITO E FICA MARCADO NA FILA         *
      *****************************************
      *
       REJ-001.
                MOVE "R" TO ALP-SITUACAO
                MOVE W-OPERADOR TO ALP-APROV
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-DATAUD TO ALP-DATAPROV
                REWRITE REGALP
                MOVE "ALCADA" TO AUD-ARQ
                MOVE "ALC-REJEIT" TO AUD-ACAO
                MOVE SPACES TO AUD-CHAVE
                STRING ALP-FUNCAO ALP-ID DELIMITED BY SIZE
                       INTO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-REJEITADAS
                MOVE "*** LANCAMENTO REJEITADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LST-001.
      *
      *****************************************
      * APLICACAO POR FUNCAO                  *
      *****************************************
      *
      *        MANUTENCAO: SEQ DO DIA ACHADO COMO NO CADMANU
       APL-MANU.
                OPEN I-O MANUVEIC
                IF ST-MNT NOT = "00"
                   MOVE "ERRO NA ABERTURA DO MANUVEIC.DAT" TO MENS
                   GO TO APL-MANU-FIM.
                MOVE ALP-IMAGEM TO REGMNT
                MOVE 1 TO MNT-SEQ.
       APL-MANU-WR.
                WRITE REGMNT
                IF ST-MNT = "22" AND MNT-SEQ < 99
                   ADD 1 TO MNT-SEQ
                   GO TO APL-MANU-WR.
                IF ST-MNT = "00" OR "02"
                   MOVE "MANUVEIC"   TO AUD-ARQ
                   MOVE "INCLUSAO"   TO AUD-ACAO
                   MOVE MNT-PLACA    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "S" TO W-APLOK.
                CLOSE MANUVEIC.
       APL-MANU-FIM.
                EXIT.
      *
      *        VENDA: MESMO MOVIMENTO DO CADVEND (VEICVEND + DELETE)
       APL-VEND.
                OPEN I-O CADVEIC
                IF ST-VEI NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICULO.DAT" TO MENS
                   GO TO APL-VEND-FIM.
                OPEN I-O VEICVEND
                IF ST-VND = "30" OR ST-VND = "35"
                   OPEN OUTPUT VEICVEND
                   CLOSE VEICVEND
                   OPEN I-O VEICVEND.
                IF ST-VND NOT = "00"
                   MOVE "ERRO NA ABERTURA DO VEICVEND.DAT" TO MENS
                   CLOSE CADVEIC
                   GO TO APL-VEND-FIM.
                MOVE ALP-IMAGEM TO REGVND
                MOVE VND-PLACA TO PLACA
                READ CADVEIC
                IF ST-VEI NOT = "00"
                   MOVE "*** VEICULO NAO ESTA MAIS NO ATIVO ***" TO MENS
                   GO TO APL-VEND-FECHA.
                WRITE REGVND
                IF ST-VND NOT = "00" AND ST-VND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO VEICVEND.DAT" TO MENS
                   GO TO APL-VEND-FECHA.
                DELETE CADVEIC RECORD
                IF ST-VEI NOT = "00"
                   MOVE "ERRO AO RETIRAR O VEICULO DO ATIVO" TO MENS
                   GO TO APL-VEND-FECHA.
                MOVE "VEICULO"    TO AUD-ARQ
                MOVE "VENDA"      TO AUD-ACAO
                MOVE VND-PLACA    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "VEICULO"    TO W-CPXARQ
                MOVE VND-PLACA    TO W-CPXID
                MOVE ZEROS        TO W-CPXCEP
                CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                    W-CPXOK
                IF ALP-IMAGEM (124:1) = "S"
                   MOVE "VEICULO"    TO AUD-ARQ
                   MOVE "VND RECALL" TO AUD-ACAO
                   MOVE VND-PLACA    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
                MOVE "S" TO W-APLOK.
       APL-VEND-FECHA.
                CLOSE CADVEIC VEICVEND.
       APL-VEND-FIM.
                EXIT.
      *
      *        DESCONTO: INCLUI OU REGRAVA O DO ALUNO
       APL-DESC.
                OPEN I-O DESCONTO
                IF ST-DSC = "30" OR ST-DSC = "35"
                   OPEN OUTPUT DESCONTO
                   CLOSE DESCONTO
                   OPEN I-O DESCONTO.
                IF ST-DSC NOT = "00"
                   MOVE "ERRO NA ABERTURA DO DESCONTO.DAT" TO MENS
                   GO TO APL-DESC-FIM.
                MOVE ALP-IMAGEM TO REGDSC
                READ DESCONTO
                IF ST-DSC = "00"
                   MOVE ALP-IMAGEM TO REGDSC
                   MOVE "ALTERACAO" TO AUD-ACAO
                   REWRITE REGDSC
                ELSE
                   MOVE ALP-IMAGEM TO REGDSC
                   MOVE "INCLUSAO" TO AUD-ACAO
                   WRITE REGDSC.
                IF ST-DSC = "00" OR "02"
                   MOVE "DESCONTO"   TO AUD-ARQ
                   MOVE DSC-CODALU   TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "S" TO W-APLOK.
                CLOSE DESCONTO.
       APL-DESC-FIM.
                EXIT.
      *
      *        ACORDO: SO FECHA SE O QUE ESTA EM ABERTO FORA DE ACORDO
      *        AINDA SOMA O MESMO TOTAL DO PEDIDO
       APL-ACOR.
                OPEN I-O ACORDO
                IF ST-ACD = "30" OR ST-ACD = "35"
                   OPEN OUTPUT ACORDO
                   CLOSE ACORDO
                   OPEN I-O ACORDO.
                IF ST-ACD NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ACORDO.DAT" TO MENS
                   GO TO APL-ACOR-FIM.
                OPEN I-O ACORPARC
                IF ST-ACP = "30" OR ST-ACP = "35"
                   OPEN OUTPUT ACORPARC
                   CLOSE ACORPARC
                   OPEN I-O ACORPARC.
                IF ST-ACP NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ACORPARC.DAT" TO MENS
                   CLOSE ACORDO
                   GO TO APL-ACOR-FIM.
                OPEN I-O MENSALID
                IF ST-MEN NOT = "00"
                   MOVE "ERRO NA ABERTURA DO MENSALID.DAT" TO MENS
                   CLOSE ACORDO ACORPARC
                   GO TO APL-ACOR-FIM.
                MOVE ALP-IMAGEM TO ACG-DADOS
                MOVE ZEROS TO W-ACGSOMA
                MOVE W-ALUSEL TO MEN-CODALU
                MOVE ZEROS TO MEN-COMPET
                START MENSALID KEY IS NOT LESS THAN MEN-CHAVE
                IF ST-MEN NOT = "00"
                   GO TO APL-ACOR-CONFERE.
       APL-ACOR-SOMA.
                READ MENSALID NEXT RECORD
                IF ST-MEN NOT = "00"
                   GO TO APL-ACOR-CONFERE.
                IF MEN-CODALU NOT = W-ALUSEL
                   GO TO APL-ACOR-CONFERE.
                IF MEN-DATAPAG NOT = ZEROS OR MEN-ACORDO NOT = ZEROS
                   GO TO APL-ACOR-SOMA.
                ADD MEN-VALOR TO W-ACGSOMA
                GO TO APL-ACOR-SOMA.
       APL-ACOR-CONFERE.
                IF W-ACGSOMA NOT = W-TOTAL
                   MOVE "*** DIVIDA DO ALUNO MUDOU - REJEITE ***"
                        TO MENS
                   GO TO APL-ACOR-FECHA.
                PERFORM ACD-PROXSEQ THRU ACD-PROXSEQ-FIM
                MOVE W-ALUSEL   TO ACD-CODALU
                MOVE W-SEQNOVO  TO ACD-SEQ
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-DATAUD   TO ACD-DATA
                MOVE W-TOTAL    TO ACD-TOTORIG
                MOVE W-FATOR    TO ACD-FATOR
                MOVE W-PARCELAS TO ACD-PARCELAS
                MOVE "A"        TO ACD-SITUACAO
                WRITE REGACD
                IF ST-ACD NOT = "00" AND ST-ACD NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ACORDO.DAT" TO MENS
                   GO TO APL-ACOR-FECHA.
                PERFORM ACP-GERA THRU ACP-GERA-FIM
                PERFORM MEN-CARIMBA THRU MEN-CARIMBA-FIM
                MOVE "ACORDO"     TO AUD-ARQ
                MOVE "FECHAMENTO" TO AUD-ACAO
                MOVE ACD-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "S" TO W-APLOK.
       APL-ACOR-FECHA.
                CLOSE ACORDO ACORPARC MENSALID.
       APL-ACOR-FIM.
                EXIT.
      *
      *        CORRECAO DE BAIXA: REGRAVA A MENSALIDADE JA RATEADA;
      *        O CAIXA E O RECIBO FICAM COM QUEM RECEBEU
       APL-PAGA.
                OPEN I-O MENSALID
                IF ST-MEN NOT = "00"
                   MOVE "ERRO NA ABERTURA DO MENSALID.DAT" TO MENS
                   GO TO APL-PAGA-FIM.
                MOVE ALP-IMAGEM TO REGMEN
                READ MENSALID
                IF ST-MEN NOT = "00"
                   MOVE "*** MENSALIDADE NAO ENCONTRADA ***" TO MENS
                   CLOSE MENSALID
                   GO TO APL-PAGA-FIM.
                MOVE ALP-IMAGEM TO REGMEN
                REWRITE REGMEN
                IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO MENSALID.DAT" TO MENS
                   CLOSE MENSALID
                   GO TO APL-PAGA-FIM.
                CLOSE MENSALID
                MOVE "MENSALID"   TO AUD-ARQ
                MOVE "PAGAMENTO"  TO AUD-ACAO
                MOVE MEN-CHAVE    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                CALL "CXAREG" USING ALP-OPER MEN-VALORPAG W-CXAOK
                MOVE SPACES TO W-RECNOME
                OPEN INPUT ALUNO
                IF ST-ERRO = "00"
                   MOVE MEN-CODALU TO CODALU
                   READ ALUNO
                   IF ST-ERRO = "00"
                      MOVE NOME TO W-RECNOME.
                CLOSE ALUNO
                MOVE "MENSALID" TO W-RECORIG
                MOVE SPACES TO W-RECCHAVE
                MOVE MEN-CHAVE TO W-RECCHAVE (1:11)
                CALL "RECEMITE" USING W-RECORIG W-RECCHAVE
                                      W-RECNOME MEN-VALORPAG
                                      MEN-DATAPAG ALP-OPER
                                      W-RECNUM MEN-MULTA MEN-JUROS
                MOVE "S" TO W-APLOK.
       APL-PAGA-FIM.
                EXIT.
      *
           COPY CPYACGP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-ENC.
                CLOSE ALCPEND AUDITORIA.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY "RESUMO DA SESSAO - APROVACAO DE ALCADA"
                DISPLAY "APROVADOS..............: " W-APROVADAS
                DISPLAY "REJEITADOS.............: " W-REJEITADAS
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
      *
      **********************
      * IDENTIFICACAO DO OPERADOR *
      **********************
      *
           COPY CPYOPER.
      *
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
       FIM-ROT-TEMPO.
