       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGEM.
      **************************************
      *  TRIAGEM POSTAL DA MALA DIRETA     *
      *  (TRIPECA.TXT -> PECAS POR CEP,    *
      *   MALOTES E LISTA DE POSTAGEM)     *
      **************************************
      *----------------------------------------------------------------
      * RODA DEPOIS DE UM PROGRAMA DE CORRESPONDENCIA (RELETIQ,
      * CARTAMIG, EVNCARTA, COBRANCA) TIRADO COM TRIAGEM POSTAL: LE AS
      * PECAS QUE ELE GRAVOU EM TRIPECA.TXT (CPYTRPP), ORDENA POR CEP
      * (VIA SORT) E IMPRIME AS PECAS NESSA ORDEM, AGRUPADAS EM
      * MALOTES POR FAIXA DE DESTINO, COM UM SEPARADOR (FOLHA OU
      * ETIQUETA, CONFORME A PECA) NA FRENTE DE CADA MALOTE. A FAIXA E
      * O PREFIXO DO CEP COM TRIDIGITO DIGITOS (PADRAO 5); MALOTE COM
      * MAIS DE TRIMAXPC PECAS (PADRAO 100) E DIVIDIDO.
      * CADA MALOTE RECEBE A FAIXA TARIFARIA DO DESTINO, PELO CEP DE
      * ORIGEM DA POSTAGEM (TRICEPORI, LIDO EM CEP.DAT):
      *   L = LOCAL (MESMA CIDADE), E = ESTADUAL (MESMA UF),
      *   N = NACIONAL (SEM TRICEPORI, TUDO E NACIONAL)
      * COM O VALOR POR PECA DE TRITARL/TRITARE/TRITARN.
      * PECA SEM CODCEP, COM CEP FORA DE CEP.DAT OU FORA DAS FAIXAS
      * DA UF (FAIXACEP.DAT, QUANDO HA) VAI PARA A PILHA DE "NAO
      * TRIADOS", NO FIM, COM CONTAGEM PROPRIA E A TARIFA CHEIA
      * (TRITARNT). A LISTA DE POSTAGEM (QUANTIDADE POR MALOTE E POR
      * FAIXA TARIFARIA) SAI EM LISTAPOS.TXT E NO FIM DO SPOOL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYTRPS.
           COPY CPYCEPS.
           COPY CPYFXCS.
           SELECT TRIORD ASSIGN TO DISK.
           SELECT RELTRI ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           SELECT LISTAPOS ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-LST.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYTRPR.
           COPY CPYCEPR.
           COPY CPYFXCR.
      *
       SD  TRIORD.
       01 REGORD.
      *        0 = TRIADO, 9 = NAO TRIADO (VAI PARA O FIM)
                03 ORD-GRUPO       PIC 9(01).
                03 ORD-CEP         PIC 9(08).
                03 ORD-PECA        PIC 9(06).
                03 ORD-LIN         PIC 9(03).
                03 ORD-PREFIXO     PIC 9(08).
                03 ORD-FAIXA       PIC X(01).
                03 ORD-UF          PIC X(02).
                03 ORD-CIDADE      PIC X(20).
                03 ORD-FORMATO     PIC X(01).
                03 ORD-TEXTO       PIC X(80).
      *
       FD  RELTRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRIAGEM.TXT".
       01 LINREL                       PIC X(80).
      *
       FD  LISTAPOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LISTAPOS.TXT".
       01 LINLST                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-LST         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
       77 ST-TRP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
           COPY CPYFXCW.
           COPY CPYMASC.
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
      *        PARAMETROS DA TRIAGEM (CPYPARS)
       77 W-TRIDIG       PIC 9(01) VALUE 5.
       77 W-TRIMAX       PIC 9(05) VALUE 100.
       77 W-CEPORI       PIC 9(08) VALUE ZEROS.
       77 W-ORIDISP      PIC X(01) VALUE "N".
       77 W-ORIUF        PIC X(02) VALUE SPACES.
       77 W-ORICID       PIC X(20) VALUE SPACES.
       77 W-TARL         PIC 9(03)V99 VALUE ZEROS.
       77 W-TARE         PIC 9(03)V99 VALUE ZEROS.
       77 W-TARN         PIC 9(03)V99 VALUE ZEROS.
       77 W-TARNT        PIC 9(03)V99 VALUE ZEROS.
       77 W-DIVISOR      PIC 9(08) VALUE 1.
       77 W-IX           PIC 9(01) VALUE ZEROS.
       77 W-QUOC         PIC 9(08) VALUE ZEROS.
      *        PECA CORRENTE NA ENTRADA DO SORT
       77 W-PECAANT      PIC 9(06) VALUE ZEROS.
       77 W-PRIMPECA     PIC X(01) VALUE "S".
       77 W-PECGRUPO     PIC 9(01) VALUE ZEROS.
       77 W-PECPREF      PIC 9(08) VALUE ZEROS.
       77 W-PECFAIXA     PIC X(01) VALUE SPACES.
       77 W-PECUF        PIC X(02) VALUE SPACES.
       77 W-PECCID       PIC X(20) VALUE SPACES.
      *        MALOTE CORRENTE NA SAIDA DO SORT
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-FORMATO      PIC X(01) VALUE "C".
       77 W-SAIPECA      PIC 9(06) VALUE ZEROS.
       77 W-PRIMLIN      PIC X(01) VALUE "N".
       77 W-MALOTE       PIC 9(04) VALUE ZEROS.
       77 W-MALQTD       PIC 9(05) VALUE ZEROS.
       77 W-MALGRUPO     PIC 9(01) VALUE ZEROS.
       77 W-MALPREF      PIC 9(08) VALUE ZEROS.
       77 W-MALFAIXA     PIC X(01) VALUE SPACES.
       77 W-MALUF        PIC X(02) VALUE SPACES.
       77 W-MALCEPINI    PIC 9(08) VALUE ZEROS.
       77 W-MALCEPFIM    PIC 9(08) VALUE ZEROS.
       77 W-TARIFA       PIC 9(03)V99 VALUE ZEROS.
       77 W-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77 W-FAIXANOME    PIC X(10) VALUE SPACES.
      *        TOTAIS DA LISTA DE POSTAGEM
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-QTDL         PIC 9(06) VALUE ZEROS.
       77 W-QTDE         PIC 9(06) VALUE ZEROS.
       77 W-QTDN         PIC 9(06) VALUE ZEROS.
       77 W-QTDNT        PIC 9(06) VALUE ZEROS.
       77 W-VALL         PIC 9(07)V99 VALUE ZEROS.
       77 W-VALE         PIC 9(07)V99 VALUE ZEROS.
       77 W-VALN         PIC 9(07)V99 VALUE ZEROS.
       77 W-VALNT        PIC 9(07)V99 VALUE ZEROS.
       77 W-VALTOT       PIC 9(07)V99 VALUE ZEROS.
       77 W-QTDTRI       PIC 9(06) VALUE ZEROS.
       77 W-LIN          PIC 9(01) VALUE ZEROS.
       77 W-ETQCNT       PIC 9(01) VALUE ZEROS.
       77 MASC-TRI-QTD   PIC ZZ.ZZ9.
       77 MASC-TRI-VAL   PIC Z.ZZZ.ZZ9,99.
       01 W-CEPED.
            03 W-CEPED5   PIC 9(05).
            03 FILLER     PIC X(01) VALUE "-".
            03 W-CEPED3   PIC 9(03).
       01 W-CEPX         PIC 9(08) VALUE ZEROS.
       01 W-CEPX-R REDEFINES W-CEPX.
            03 W-CEPX5    PIC 9(05).
            03 W-CEPX3    PIC 9(03).
      *
      *SEPARADOR DO MALOTE: 5 LINHAS, USADAS INTEIRAS NA FOLHA DA
      *CARTA E NAS 26 PRIMEIRAS POSICOES NA ETIQUETA
       01 SEP-TAB.
            03 SEP-LIN PIC X(40) OCCURS 5 TIMES.
      *
      *TIRA DE 3 ETIQUETAS, COMO NO RELETIQ
       01 ETQ-TIRA.
            03 ETQ-LIN OCCURS 5 TIMES.
                05 ETQ-COL PIC X(26) OCCURS 3 TIMES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TRIAGEM - TRIAGEM POSTAL DA MALA DIRETA".
           PERFORM TRI-PARAM THRU TRI-PARAM-FIM.
           PERFORM TRI-OP0 THRU TRI-OP0-FIM.
           SORT TRIORD ON ASCENDING KEY ORD-GRUPO
                      ON ASCENDING KEY ORD-CEP
                      ON ASCENDING KEY ORD-PECA
                      ON ASCENDING KEY ORD-LIN
                      INPUT PROCEDURE TRI-SELECIONA
                                 THRU TRI-SELECIONA-FIM
                      OUTPUT PROCEDURE TRI-IMPRIME
                                 THRU TRI-IMPRIME-FIM.
           PERFORM TRI-RESUMO THRU TRI-RESUMO-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * PARAMETROS DA TRIAGEM - AUSENTE = PADRAO
      *-----------------------------------------------------------------
       TRI-PARAM.
           MOVE "TRIDIGITO" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
                              AND W-PARVALOR < 9
               MOVE W-PARVALOR TO W-TRIDIG.
           MOVE "TRIMAXPC" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
               MOVE W-PARVALOR TO W-TRIMAX.
           MOVE "TRICEPORI" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-CEPORI.
           MOVE "TRITARL" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-TARL.
           MOVE "TRITARE" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-TARE.
           MOVE "TRITARN" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-TARN.
           MOVE "TRITARNT" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-TARNT.
      *        DIVISOR DO PREFIXO: 10 ELEVADO AOS DIGITOS QUE SOBRAM
           MOVE 1 TO W-DIVISOR
           MOVE W-TRIDIG TO W-IX.
       TRI-PARAM-DIV.
           IF W-IX NOT < 8
               GO TO TRI-PARAM-FIM.
           MULTIPLY 10 BY W-DIVISOR
           ADD 1 TO W-IX
           GO TO TRI-PARAM-DIV.
       TRI-PARAM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E CIDADE/UF DE ORIGEM
      *-----------------------------------------------------------------
       TRI-OP0.
           OPEN INPUT TRIPECA
           IF ST-TRP NOT = "00"
               DISPLAY "TRIPECA.TXT NAO ENCONTRADO - ST=" ST-TRP
               DISPLAY "TIRE ANTES A CORRESPONDENCIA COM TRIAGEM = S"
               GO TO ROT-FIM.
           OPEN INPUT CEP
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR CEP.DAT - ST=" ST-ERRO
               CLOSE TRIPECA
               GO TO ROT-FIM.
           PERFORM FXC-ABRE THRU FXC-ABRE-FIM.
           IF W-CEPORI NOT = ZEROS
               MOVE W-CEPORI TO CODCEP
               READ CEP
               IF ST-ERRO = "00"
                   MOVE "S"    TO W-ORIDISP
                   MOVE UF     TO W-ORIUF
                   MOVE CIDADE TO W-ORICID.
           OPEN OUTPUT LISTAPOS
           IF ST-LST NOT = "00"
               DISPLAY "ERRO AO ABRIR LISTAPOS.TXT - ST=" ST-LST
               PERFORM FXC-FECHA THRU FXC-FECHA-FIM
               CLOSE TRIPECA CEP
               GO TO ROT-FIM.
           OPEN OUTPUT RELTRI
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR TRIAGEM.TXT - ST=" ST-REL
               PERFORM FXC-FECHA THRU FXC-FECHA-FIM
               CLOSE TRIPECA CEP LISTAPOS
               GO TO ROT-FIM.
           MOVE "TRIAGEM.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "TRIAGEM " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               PERFORM FXC-FECHA THRU FXC-FECHA-FIM
               CLOSE TRIPECA CEP LISTAPOS RELTRI
               GO TO ROT-FIM.
           MOVE "LISTA DE POSTAGEM - MALA DIRETA COM TRIAGEM POR CEP"
               TO LINLST
           WRITE LINLST.
           MOVE SPACES TO LINLST
           IF W-ORIDISP = "S"
               MOVE W-CEPORI TO W-CEPX
               PERFORM TRI-EDCEP THRU TRI-EDCEP-FIM
               STRING "ORIGEM: CEP " W-CEPED " " W-ORICID "/" W-ORIUF
                      DELIMITED BY SIZE INTO LINLST
           ELSE
               MOVE "ORIGEM NAO INFORMADA (TRICEPORI) - TUDO NACIONAL"
                   TO LINLST.
           WRITE LINLST.
           MOVE SPACES TO LINLST
           WRITE LINLST.
           MOVE SPACES TO LINLST
           MOVE "MALOTE"     TO LINLST (1:6)
           MOVE "CEP INICIAL" TO LINLST (8:11)
           MOVE "CEP FINAL"  TO LINLST (20:9)
           MOVE "UF"         TO LINLST (31:2)
           MOVE "FAIXA"      TO LINLST (34:5)
           MOVE "PECAS"      TO LINLST (45:5)
           MOVE "VALOR"      TO LINLST (58:5)
           WRITE LINLST.
       TRI-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LE AS LINHAS DAS PECAS; NA PRIMEIRA LINHA DE CADA PECA CONFERE
      * O CEP (CEP.DAT E FAIXAS DA UF) E ACHA A FAIXA TARIFARIA
      *-----------------------------------------------------------------
       TRI-SELECIONA.
           READ TRIPECA
               AT END GO TO TRI-SELECIONA-FIM.
           IF W-PRIMPECA = "S" OR TRP-PECA NOT = W-PECAANT
               MOVE "N" TO W-PRIMPECA
               MOVE TRP-PECA TO W-PECAANT
               ADD 1 TO W-LIDAS
               PERFORM TRI-CONFERE THRU TRI-CONFERE-FIM.
           MOVE W-PECGRUPO  TO ORD-GRUPO
           MOVE TRP-CEP     TO ORD-CEP
           MOVE TRP-PECA    TO ORD-PECA
           MOVE TRP-LIN     TO ORD-LIN
           MOVE W-PECPREF   TO ORD-PREFIXO
           MOVE W-PECFAIXA  TO ORD-FAIXA
           MOVE W-PECUF     TO ORD-UF
           MOVE W-PECCID    TO ORD-CIDADE
           MOVE TRP-FORMATO TO ORD-FORMATO
           MOVE TRP-TEXTO   TO ORD-TEXTO
           RELEASE REGORD.
           GO TO TRI-SELECIONA.
       TRI-SELECIONA-FIM.
           EXIT.
      *
       TRI-CONFERE.
           MOVE 9 TO W-PECGRUPO
           MOVE ZEROS TO W-PECPREF
           MOVE SPACES TO W-PECFAIXA
           MOVE TRP-UF TO W-PECUF
           MOVE TRP-CIDADE TO W-PECCID
           IF TRP-CEP = ZEROS
               GO TO TRI-CONFERE-FIM.
           MOVE TRP-CEP TO CODCEP
           READ CEP
           IF ST-ERRO NOT = "00"
               GO TO TRI-CONFERE-FIM.
           MOVE UF     TO W-PECUF
           MOVE CIDADE TO W-PECCID
           MOVE CODCEP TO W-FXCCEP
           MOVE UF     TO W-FXCUF
           MOVE CIDADE TO W-FXCCID
           PERFORM FXC-VER THRU FXC-VER-FIM.
           IF W-FXCRES = "U"
               GO TO TRI-CONFERE-FIM.
           MOVE 0 TO W-PECGRUPO
           DIVIDE TRP-CEP BY W-DIVISOR GIVING W-QUOC
           COMPUTE W-PECPREF = W-QUOC * W-DIVISOR
           MOVE "N" TO W-PECFAIXA
           IF W-ORIDISP NOT = "S" OR UF NOT = W-ORIUF
               GO TO TRI-CONFERE-FIM.
           MOVE "E" TO W-PECFAIXA
           IF CIDADE = W-ORICID
               MOVE "L" TO W-PECFAIXA.
       TRI-CONFERE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PECAS EM ORDEM DE CEP: MALOTE NOVO QUANDO MUDA A FAIXA DE
      * DESTINO OU A FAIXA TARIFARIA, OU QUANDO O MALOTE ENCHE
      *-----------------------------------------------------------------
       TRI-IMPRIME.
           RETURN TRIORD AT END
               PERFORM TRI-FECHAMAL THRU TRI-FECHAMAL-FIM
               IF W-ETQCNT > 0
                   PERFORM TRI-FLUSH THRU TRI-FLUSH-FIM
                   GO TO TRI-IMPRIME-FIM
               ELSE
                   GO TO TRI-IMPRIME-FIM.
           IF W-PRIMEIRO = "S"
               MOVE ORD-FORMATO TO W-FORMATO
               MOVE ORD-PECA TO W-SAIPECA
               PERFORM TRI-ABREMAL THRU TRI-ABREMAL-FIM
               PERFORM TRI-NOVAPECA THRU TRI-NOVAPECA-FIM
               GO TO TRI-IMPRIME-LIN.
           IF ORD-PECA = W-SAIPECA
               GO TO TRI-IMPRIME-LIN.
           MOVE ORD-PECA TO W-SAIPECA
           IF ORD-GRUPO NOT = W-MALGRUPO
              OR ORD-PREFIXO NOT = W-MALPREF
              OR ORD-FAIXA NOT = W-MALFAIXA
              OR (ORD-GRUPO = 0 AND W-MALQTD NOT < W-TRIMAX)
               PERFORM TRI-FECHAMAL THRU TRI-FECHAMAL-FIM
               PERFORM TRI-ABREMAL THRU TRI-ABREMAL-FIM.
           PERFORM TRI-NOVAPECA THRU TRI-NOVAPECA-FIM.
       TRI-IMPRIME-LIN.
           IF W-FORMATO = "E"
               IF ORD-LIN < 6
                   MOVE ORD-TEXTO (1:26) TO ETQ-COL (ORD-LIN, W-ETQCNT)
                   GO TO TRI-IMPRIME
               ELSE
                   GO TO TRI-IMPRIME.
           MOVE ORD-TEXTO TO LINREL
           WRITE LINREL
           MOVE ORD-TEXTO TO LINIMPR
           IF W-PRIMLIN = "S"
               WRITE LINIMPR AFTER ADVANCING PAGE
               MOVE "N" TO W-PRIMLIN
           ELSE
               WRITE LINIMPR.
           GO TO TRI-IMPRIME.
       TRI-IMPRIME-FIM.
           EXIT.
      *
      *        COMECO DE PECA: CARTA EM PAGINA NOVA, ETIQUETA NA
      *        PROXIMA COLUNA DA TIRA
       TRI-NOVAPECA.
           ADD 1 TO W-MALQTD
           MOVE ORD-CEP TO W-MALCEPFIM
           IF W-FORMATO = "E"
               PERFORM TRI-ETQNOVA THRU TRI-ETQNOVA-FIM
           ELSE
               MOVE ALL "-" TO LINREL
               WRITE LINREL
               MOVE "S" TO W-PRIMLIN.
       TRI-NOVAPECA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABRE O MALOTE E IMPRIME O SEPARADOR NA FRENTE DELE
      *-----------------------------------------------------------------
       TRI-ABREMAL.
           MOVE "N" TO W-PRIMEIRO
           ADD 1 TO W-MALOTE
           MOVE ZEROS       TO W-MALQTD
           MOVE ORD-GRUPO   TO W-MALGRUPO
           MOVE ORD-PREFIXO TO W-MALPREF
           MOVE ORD-FAIXA   TO W-MALFAIXA
           MOVE ORD-UF      TO W-MALUF
           MOVE ORD-CEP     TO W-MALCEPINI W-MALCEPFIM
           PERFORM TRI-FAIXANOME THRU TRI-FAIXANOME-FIM.
           MOVE SPACES TO SEP-TAB
           STRING "**** MALOTE " W-MALOTE " ****"
                  DELIMITED BY SIZE INTO SEP-LIN (1)
           IF ORD-GRUPO = 9
               MOVE "NAO TRIADOS"       TO SEP-LIN (2)
               MOVE "SEM CEP VALIDO"    TO SEP-LIN (3)
               MOVE "TARIFA CHEIA"      TO SEP-LIN (4)
           ELSE
               MOVE ORD-PREFIXO TO W-CEPX
               PERFORM TRI-EDCEP THRU TRI-EDCEP-FIM
               STRING "FAIXA " W-CEPED " (" W-TRIDIG " DIG)"
                      DELIMITED BY SIZE INTO SEP-LIN (2)
               STRING "UF " ORD-UF " " W-FAIXANOME
                      DELIMITED BY SIZE INTO SEP-LIN (3)
               MOVE ORD-CIDADE          TO SEP-LIN (4).
           MOVE ALL "*" TO SEP-LIN (5) (1:26).
           IF W-FORMATO = "E"
               PERFORM TRI-ETQNOVA THRU TRI-ETQNOVA-FIM
               MOVE SEP-LIN (1) TO ETQ-COL (1, W-ETQCNT)
               MOVE SEP-LIN (2) TO ETQ-COL (2, W-ETQCNT)
               MOVE SEP-LIN (3) TO ETQ-COL (3, W-ETQCNT)
               MOVE SEP-LIN (4) TO ETQ-COL (4, W-ETQCNT)
               MOVE SEP-LIN (5) TO ETQ-COL (5, W-ETQCNT)
               GO TO TRI-ABREMAL-FIM.
      *        FOLHA SEPARADORA
           MOVE ALL "=" TO LINREL
           WRITE LINREL
           MOVE SPACES TO LINIMPR
           WRITE LINIMPR AFTER ADVANCING PAGE.
           MOVE 1 TO W-LIN.
       TRI-ABREMAL-SEP.
           IF W-LIN > 5
               GO TO TRI-ABREMAL-FIM.
           MOVE SEP-LIN (W-LIN) TO LINREL
           WRITE LINREL
           MOVE SEP-LIN (W-LIN) TO LINIMPR
           WRITE LINIMPR
           ADD 1 TO W-LIN
           GO TO TRI-ABREMAL-SEP.
       TRI-ABREMAL-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHA O MALOTE: LINHA NA LISTA DE POSTAGEM E TOTAL DA FAIXA
      *-----------------------------------------------------------------
       TRI-FECHAMAL.
           IF W-MALOTE = ZEROS
               GO TO TRI-FECHAMAL-FIM.
           MOVE ZEROS TO W-TARIFA
           IF W-MALGRUPO = 9
               MOVE W-TARNT TO W-TARIFA
               ADD W-MALQTD TO W-QTDNT.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "L"
               MOVE W-TARL TO W-TARIFA
               ADD W-MALQTD TO W-QTDL.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "E"
               MOVE W-TARE TO W-TARIFA
               ADD W-MALQTD TO W-QTDE.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "N"
               MOVE W-TARN TO W-TARIFA
               ADD W-MALQTD TO W-QTDN.
           COMPUTE W-VALOR = W-MALQTD * W-TARIFA
           IF W-MALGRUPO = 9
               ADD W-VALOR TO W-VALNT.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "L"
               ADD W-VALOR TO W-VALL.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "E"
               ADD W-VALOR TO W-VALE.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "N"
               ADD W-VALOR TO W-VALN.
           MOVE W-MALQTD TO MASC-TRI-QTD
           MOVE W-VALOR  TO MASC-TRI-VAL
           MOVE SPACES TO LINLST
           MOVE W-MALOTE TO LINLST (3:4)
           IF W-MALGRUPO = 9
               MOVE "SEM CEP VALIDO" TO LINLST (8:14)
               GO TO TRI-FECHAMAL-GRAVA.
           MOVE W-MALCEPINI TO W-CEPX
           PERFORM TRI-EDCEP THRU TRI-EDCEP-FIM
           MOVE W-CEPED TO LINLST (8:9)
           MOVE W-MALCEPFIM TO W-CEPX
           PERFORM TRI-EDCEP THRU TRI-EDCEP-FIM
           MOVE W-CEPED TO LINLST (20:9)
           MOVE W-MALUF TO LINLST (31:2).
       TRI-FECHAMAL-GRAVA.
           MOVE W-FAIXANOME TO LINLST (34:10)
           MOVE MASC-TRI-QTD TO LINLST (44:6)
           MOVE MASC-TRI-VAL TO LINLST (51:12)
           WRITE LINLST.
       TRI-FECHAMAL-FIM.
           EXIT.
      *
       TRI-FAIXANOME.
           MOVE SPACES TO W-FAIXANOME
           IF W-MALGRUPO = 9
               MOVE "NAO TRIADO" TO W-FAIXANOME.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "L"
               MOVE "LOCAL" TO W-FAIXANOME.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "E"
               MOVE "ESTADUAL" TO W-FAIXANOME.
           IF W-MALGRUPO = 0 AND W-MALFAIXA = "N"
               MOVE "NACIONAL" TO W-FAIXANOME.
       TRI-FAIXANOME-FIM.
           EXIT.
      *
      *        CEP EM W-CEPX EDITADO 99999-999 EM W-CEPED
       TRI-EDCEP.
           MOVE W-CEPX5 TO W-CEPED5
           MOVE W-CEPX3 TO W-CEPED3.
       TRI-EDCEP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ETIQUETAS: PROXIMA COLUNA DA TIRA E DESCARGA DA TIRA CHEIA
      *-----------------------------------------------------------------
       TRI-ETQNOVA.
           IF W-ETQCNT = 3
               PERFORM TRI-FLUSH THRU TRI-FLUSH-FIM.
           ADD 1 TO W-ETQCNT.
       TRI-ETQNOVA-FIM.
           EXIT.
      *
       TRI-FLUSH.
           MOVE 1 TO W-LIN.
       TRI-FLUSH-LIN.
           IF W-LIN > 5
               GO TO TRI-FLUSH-SEP.
           MOVE SPACES TO LINREL
           STRING ETQ-COL (W-LIN, 1) " "
                  ETQ-COL (W-LIN, 2) " "
                  ETQ-COL (W-LIN, 3)
                  DELIMITED BY SIZE INTO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR
           ADD 1 TO W-LIN
           GO TO TRI-FLUSH-LIN.
       TRI-FLUSH-SEP.
           MOVE SPACES TO LINREL
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
           MOVE SPACES TO ETQ-TIRA.
           MOVE ZEROS TO W-ETQCNT.
       TRI-FLUSH-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TOTAIS DA LISTA DE POSTAGEM, QUE VAI TAMBEM PARA O FIM DO SPOOL
      *-----------------------------------------------------------------
       TRI-RESUMO.
           COMPUTE W-QTDTRI = W-QTDL + W-QTDE + W-QTDN
           COMPUTE W-VALTOT = W-VALL + W-VALE + W-VALN + W-VALNT
           MOVE SPACES TO LINLST
           WRITE LINLST.
           MOVE W-QTDL TO MASC-TRI-QTD
           MOVE W-VALL TO MASC-TRI-VAL
           MOVE SPACES TO LINLST
           STRING "LOCAL......................: " MASC-TRI-QTD
                  "  " MASC-TRI-VAL DELIMITED BY SIZE INTO LINLST
           WRITE LINLST.
           MOVE W-QTDE TO MASC-TRI-QTD
           MOVE W-VALE TO MASC-TRI-VAL
           MOVE SPACES TO LINLST
           STRING "ESTADUAL...................: " MASC-TRI-QTD
                  "  " MASC-TRI-VAL DELIMITED BY SIZE INTO LINLST
           WRITE LINLST.
           MOVE W-QTDN TO MASC-TRI-QTD
           MOVE W-VALN TO MASC-TRI-VAL
           MOVE SPACES TO LINLST
           STRING "NACIONAL...................: " MASC-TRI-QTD
                  "  " MASC-TRI-VAL DELIMITED BY SIZE INTO LINLST
           WRITE LINLST.
           MOVE W-QTDTRI TO MASC-TRI-QTD
           MOVE SPACES TO LINLST
           STRING "TOTAL TRIADO...............: " MASC-TRI-QTD
                  DELIMITED BY SIZE INTO LINLST
           WRITE LINLST.
           MOVE W-QTDNT TO MASC-TRI-QTD
           MOVE W-VALNT TO MASC-TRI-VAL
           MOVE SPACES TO LINLST
           STRING "NAO TRIADOS (TARIFA CHEIA).: " MASC-TRI-QTD
                  "  " MASC-TRI-VAL DELIMITED BY SIZE INTO LINLST
           WRITE LINLST.
           MOVE W-MALOTE TO MASC-TRI-QTD
           MOVE W-VALTOT TO MASC-TRI-VAL
           MOVE SPACES TO LINLST
           STRING "MALOTES....................: " MASC-TRI-QTD
                  "  TOTAL " MASC-TRI-VAL DELIMITED BY SIZE
                  INTO LINLST
           WRITE LINLST.
           CLOSE LISTAPOS.
      *        COPIA A LISTA PARA O FIM DO SPOOL, EM PAGINA NOVA
           OPEN INPUT LISTAPOS
           IF ST-LST NOT = "00"
               GO TO TRI-RESUMO-FECHA.
           MOVE "S" TO W-PRIMLIN.
       TRI-RESUMO-LST.
           READ LISTAPOS
               AT END GO TO TRI-RESUMO-LSTFIM.
           MOVE LINLST TO LINIMPR
           IF W-PRIMLIN = "S"
               WRITE LINIMPR AFTER ADVANCING PAGE
               MOVE "N" TO W-PRIMLIN
           ELSE
               WRITE LINIMPR.
           GO TO TRI-RESUMO-LST.
       TRI-RESUMO-LSTFIM.
           CLOSE LISTAPOS.
       TRI-RESUMO-FECHA.
           PERFORM FXC-FECHA THRU FXC-FECHA-FIM.
           CLOSE TRIPECA CEP RELTRI IMPRESSORA.
           DISPLAY "TRIAGEM - PECAS EM TRIAGEM.TXT, LISTA EM"
               " LISTAPOS.TXT".
           DISPLAY "PECAS LIDAS..............: " W-LIDAS.
           DISPLAY "TRIADAS..................: " W-QTDTRI.
           DISPLAY "NAO TRIADAS..............: " W-QTDNT.
           DISPLAY "MALOTES..................: " W-MALOTE.
       TRI-RESUMO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * CRITICA DO CODCEP CONTRA AS FAIXAS DOS CORREIOS (CPYFXCP)
      *-----------------------------------------------------------------
           COPY CPYFXCP.
      *
       ROT-FIM.
           STOP RUN.
