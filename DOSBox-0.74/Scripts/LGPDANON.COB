      * PRESERVANDO OS FATOS NUMERICOS E CONTABEIS QUE A LEI MANDA
      * GUARDAR (VALORES, DATAS, KM, IPVA). O CPF SAI DO CPFINDEX.
      * O CERTIFICADO DE DESTRUICAO SAI NO SPOOL E CADA ARQUIVO
      * MEXIDO GANHA A SUA LINHA EM AUDIT.TXT. SE O AMIGO AINDA ESTA
      * COM ITEM EMPRESTADO (EMPREST.DAT), O INVENTARIO MOSTRA QUANTOS
      * E A TELA AVISA ANTES DA CONFIRMACAO - DEPOIS DE ANONIMIZADO,
      * NAO HA MAIS A QUEM COBRAR. OS VINCULOS DO AMIGO COM OUTROS
      * AMIGOS (RELACAO.DAT) SAO APAGADOS DOS DOIS LADOS - O OUTRO
      * AMIGO NAO PODE CONTINUAR APONTANDO PARA O TITULAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYALOS.
           COPY CPYCTTS.
           COPY CPYIDXS.
           COPY CPYEMPS.
           COPY CPYRLCS.
           COPY CPYIMPS.
           COPY CPYAUDS.
      *
           COPY CPYALOR.
           COPY CPYCTTR.
           COPY CPYIDXR.
           COPY CPYEMPR.
           COPY CPYRLCR.
           COPY CPYIMPR.
           COPY CPYAUDR.
      *
       77 W-QTDALO     PIC 9(04) VALUE ZEROS.
       77 W-QTDCTT     PIC 9(04) VALUE ZEROS.
       77 W-QTDIDX     PIC 9(04) VALUE ZEROS.
       77 W-QTDRLC     PIC 9(04) VALUE ZEROS.
       77 W-APEALVO    PIC X(12) VALUE SPACES.
       77 W-SPLABERTO  PIC X(01) VALUE "N".
           COPY CPYCPFW.
           COPY CPYIDXW.
           COPY CPYEMPW.
           COPY CPYRLCW.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE ZEROS TO W-CPF W-QTDAMI W-QTDVEI W-QTDALO
                MOVE ZEROS TO W-QTDCTT W-QTDIDX W-QTDRLC
                MOVE SPACES TO W-APEALVO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 12) "ANONIMIZACAO DE TITULAR (LGPD)"
                DISPLAY (09, 18) W-QTDCTT
                DISPLAY (10, 03) "CPFINDEX.DAT.:"
                DISPLAY (10, 18) W-QTDIDX
                MOVE ZEROS TO W-EMPABERTO
                IF W-APEALVO NOT = SPACES
                   MOVE W-APEALVO TO W-EMPAPE
                   PERFORM EMP-CONTA THRU EMP-CONTA-FIM.
                DISPLAY (11, 03) "EMPREST.DAT..:"
                DISPLAY (11, 18) W-EMPABERTO
                DISPLAY (11, 22) "ITEM(NS) AINDA EMPRESTADO(S)"
                MOVE ZEROS TO W-RLCQTD
                IF W-APEALVO NOT = SPACES
                   MOVE W-APEALVO TO W-RLCAPE
                   PERFORM RLC-CONTA THRU RLC-CONTA-FIM.
                DISPLAY (12, 03) "RELACAO.DAT..:"
                DISPLAY (12, 18) W-RLCQTD
                DISPLAY (12, 22) "VINCULO(S) COM OUTROS AMIGOS"
                IF W-QTDAMI = ZEROS AND W-QTDVEI = ZEROS
                   AND W-QTDALO = ZEROS AND W-QTDIDX = ZEROS
                   MOVE "*** NADA ENCONTRADO PARA ESTE CPF ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-EMPABERTO NOT = ZEROS
                   DISPLAY (13, 01)
                     "*** ATENCAO: AMIGO AINDA COM ITEM EMPRESTADO"
                   DISPLAY (14, 01)
                     "*** COBRE A DEVOLUCAO ANTES DE ANONIMIZAR".
      *
       INC-OPC.
                MOVE "N" TO W-OPCAO
                IF AMI-CODCPF NOT = W-CPF
                   GO TO ANO-AMIGO-LER.
                PERFORM ANO-CTT THRU ANO-CTT-FIM
                PERFORM ANO-RLC THRU ANO-RLC-FIM
                MOVE "ANONIMIZADO" TO NOME
                MOVE SPACES TO EMAIL FONKEY
                MOVE ZEROS TO DDD NUMERO
                MOVE W-APEALVO    TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                EXIT.
      *
      *        OS VINCULOS COM OUTROS AMIGOS SAEM DOS DOIS LADOS
       ANO-RLC.
                MOVE APELIDO TO W-RLCAPE
                PERFORM RLC-REMOVE THRU RLC-REMOVE-FIM
                IF W-RLCQTD = ZEROS
                   GO TO ANO-RLC-FIM.
                ADD W-RLCQTD TO W-QTDRLC
                MOVE "RELACAO"    TO AUD-ARQ
                MOVE "LGPD-ANON"  TO AUD-ACAO
                MOVE APELIDO      TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       ANO-RLC-FIM.
                EXIT.
      *
       ANO-VEIC.
                MOVE SPACES TO PLACA
                MOVE SPACES TO LINIMPR
                STRING "CONTATOS " W-QTDCTT
                       "  INDICE DE CPF " W-QTDIDX
                       "  VINCULOS " W-QTDRLC
                       DELIMITED BY SIZE INTO LINIMPR
                WRITE LINIMPR
                MOVE "OS FATOS NUMERICOS E CONTABEIS FORAM MANTIDOS,"
           COPY CPYCPFP.
      *
      *****************************************
      * ITENS AINDA EMPRESTADOS (CPYEMPP)     *
      *****************************************
      *
           COPY CPYEMPP.
      *
      *****************************************
      * VINCULOS ENTRE AMIGOS (CPYRLCP)       *
      *****************************************
      *
           COPY CPYRLCP.
      *
      *****************************************
      * INDICE DE CPF (CPYIDXP)               *
      *****************************************
      *
