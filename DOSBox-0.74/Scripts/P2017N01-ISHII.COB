               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYCPXS.
           COPY CPYCTTS.
           COPY CPYDDDS.
           COPY CPYIDXS.
           COPY CPYIMPS.
           COPY CPYHLPS.
           COPY CPYENDS.
           COPY CPYEMPS.
           COPY CPYTPRS.
           COPY CPYRLCS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYCPXR.
      *
           COPY CPYCTTR.
           COPY CPYDDDR.
           COPY CPYIMPR.
           COPY CPYHLPR.
           COPY CPYENDR.
           COPY CPYEMPR.
           COPY CPYTPRR.
           COPY CPYRLCR.
      *
           COPY CPYCATR.
           COPY CPYAUDR.
       77 W-FONLIN     PIC 9(02) VALUE ZEROS.
       77 W-CTTLIN     PIC 9(02) VALUE ZEROS.
       77 W-SITANT     PIC X(01) VALUE SPACES.
      *        VINCULOS ENTRE AMIGOS (RELACAO.DAT, VIA F4)
       77 ST-TPR       PIC X(02) VALUE "00".
       77 W-VINAPE     PIC X(12) VALUE SPACES.
       77 W-VINOUTRO   PIC X(12) VALUE SPACES.
       77 W-VINALVO    PIC X(12) VALUE SPACES.
       77 W-VINTIPO    PIC 9(02) VALUE ZEROS.
       77 W-VININV     PIC 9(02) VALUE ZEROS.
       77 W-VININD     PIC X(01) VALUE SPACES.
       77 W-VINACHA    PIC X(01) VALUE "N".
       77 W-VINQTD     PIC 9(03) VALUE ZEROS.
       01 W-VINDTED.
            03 W-VINDTDIA  PIC 9(02).
            03 FILLER      PIC X(01) VALUE "/".
            03 W-VINDTMES  PIC 9(02).
            03 FILLER      PIC X(01) VALUE "/".
            03 W-VINDTANO  PIC 9(04).
       
      *VECTOR
       01 TABAMIGO.
            03  TABELAAMIGOV PIC X(12) OCCURS 10 TIMES. 
            
           COPY CPYDTVW.
           COPY CPYEMPW.
           COPY CPYRLCW.
           COPY CPYAUDW.
           COPY CPYCPXW.
           COPY CPYCONT.
           COPY CPYCPFW.
           COPY CPYMASC.
                IF SITAMIGO NOT = W-SITANT
                   ACCEPT W-DATAUD FROM DATE YYYYMMDD
                   MOVE W-DATAUD TO DATASIT.
      *        INATIVAR QUEM AINDA ESTA COM ITEM EMPRESTADO SO SAI
      *        DEPOIS DO AVISO (EMPREST.DAT)
                IF SITAMIGO = "I" AND W-SITANT NOT = "I"
                   PERFORM EMP-AVISA THRU EMP-AVISA-FIM.
      *
                IF W-SEL = 1 GO TO ALT-OPC.

                      MOVE "INCLUSAO"   TO AUD-ACAO
                      MOVE APELIDO      TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "AMIGO"      TO W-CPXARQ
                      MOVE APELIDO      TO W-CPXID
                      MOVE CODCEP       TO W-CPXCEP
                      CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                          W-CPXOK
                      ADD 1 TO W-INCCNT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
       ACE-001.
                DISPLAY (23, 12)
                  "F2=ALTERA F3=EXCLUI F4=VINCULO F5=CONTATO F7=FICHA"
                ACCEPT (23, 63) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3 AND W-ACT NOT = TEC-F5
                   AND W-ACT NOT = TEC-F7 AND W-ACT NOT = TEC-F4
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                   GO TO INC-003.
                IF W-ACT = TEC-F5
                   GO TO CTH-001.
                IF W-ACT = TEC-F4
                   GO TO VIN-001.
                IF W-ACT = TEC-F7
                   GO TO FCH-001.
      *        O PEDIDO DE EXCLUSAO PODE SAIR DE QUALQUER OPERADOR;
      *        A EXIGENCIA DE SUPERVISOR FICOU NA APROVACAO (APREXC)
                PERFORM OPR-CONF THRU OPR-CONF-FIM
                PERFORM EMP-AVISA THRU EMP-AVISA-FIM
                GO TO EXC-OPC.
      *
       EXC-DL1.
                   MOVE "ALTERACAO"  TO AUD-ACAO
                   MOVE APELIDO      TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "AMIGO"      TO W-CPXARQ
                   MOVE APELIDO      TO W-CPXID
                   MOVE CODCEP       TO W-CPXCEP
                   CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                       W-CPXOK
                   ADD 1 TO W-ALTCNT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       CTH-LIMPA-FIM.
                EXIT.
      *
      *****************************************
      * VINCULOS DO AMIGO (RELACAO.DAT, F4)   *
      *****************************************
      * LISTA OS VINCULOS DO APELIDO CORRENTE NAS LINHAS 14 A 21
      * (OUTRO APELIDO, TIPO E DATA) E DEIXA INCLUIR (F2) OU REMOVER
      * (F3) UM VINCULO. A GRAVACAO E SEMPRE DOS DOIS LADOS: O OUTRO
      * AMIGO RECEBE O TIPO INVERSO CADASTRADO EM TIPOREL.DAT. CADA
      * AMIGO TEM NO MAXIMO UM "INDICADO POR" - A ARVORE DO RELINDIC
      * DEPENDE DISSO. A LINHA 22 E A DE DIGITACAO.
      *
       VIN-001.
                OPEN INPUT TIPOREL
                IF ST-TPR NOT = "00"
                   MOVE "** CADASTRE OS TIPOS NO CADTPREL **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       VIN-ABRE.
                OPEN I-O RELACAO
                IF ST-RLC = "30" OR ST-RLC = "35"
                   OPEN OUTPUT RELACAO
                   CLOSE RELACAO
                   GO TO VIN-ABRE.
                IF ST-RLC NOT = "00"
                   CLOSE TIPOREL
                   MOVE "ERRO NA ABERTURA DO RELACAO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE APELIDO TO W-VINAPE.
       VIN-LISTA.
                PERFORM CTH-LIMPA THRU CTH-LIMPA-FIM
                DISPLAY (13, 01) "VINCULOS DO AMIGO:"
                MOVE 14 TO W-CTTLIN
                MOVE ZEROS TO W-VINQTD
                MOVE W-VINAPE TO RLC-APELIDO
                MOVE SPACES   TO RLC-OUTRO
                START RELACAO KEY IS NOT LESS THAN RLC-CHAVE
                IF ST-RLC NOT = "00"
                   GO TO VIN-FIMLISTA.
       VIN-002.
                READ RELACAO NEXT RECORD
                IF ST-RLC NOT = "00"
                   GO TO VIN-FIMLISTA.
                IF RLC-APELIDO NOT = W-VINAPE
                   GO TO VIN-FIMLISTA.
                ADD 1 TO W-VINQTD
                MOVE RLC-TIPO TO TPR-COD
                READ TIPOREL
                IF ST-TPR NOT = "00"
                   MOVE "(TIPO ?)" TO TPR-DESC.
                MOVE RLC-DATA (7:2) TO W-VINDTDIA
                MOVE RLC-DATA (5:2) TO W-VINDTMES
                MOVE RLC-DATA (1:4) TO W-VINDTANO
                DISPLAY (W-CTTLIN, 01) RLC-OUTRO
                DISPLAY (W-CTTLIN, 15) TPR-DESC
                DISPLAY (W-CTTLIN, 32) W-VINDTED
                ADD 1 TO W-CTTLIN
                IF W-CTTLIN < 22
                   GO TO VIN-002.
       VIN-003.
                DISPLAY (23, 12)
                    "ENTER=MAIS F2=INCLUI F3=REMOVE ESC=VOLTAR".
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   GO TO VIN-VOLTA.
                IF W-ACT = TEC-F2
                   GO TO VIN-INC.
                IF W-ACT = TEC-F3
                   GO TO VIN-EXC.
                PERFORM CTH-LIMPA THRU CTH-LIMPA-FIM
                MOVE 14 TO W-CTTLIN
                GO TO VIN-002.
       VIN-FIMLISTA.
                IF W-VINQTD = ZEROS
                   DISPLAY (14, 01) "(NENHUM VINCULO CADASTRADO)".
       VIN-OPC.
                DISPLAY (23, 12) "F2=INCLUI F3=REMOVE ESC=VOLTAR"
                ACCEPT (23, 45) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = TEC-ESC AND W-ACT NOT = TEC-F2
                   AND W-ACT NOT = TEC-F3
                   GO TO VIN-OPC.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = TEC-ESC
                   GO TO VIN-VOLTA.
                IF W-ACT = TEC-F2
                   GO TO VIN-INC.
                GO TO VIN-EXC.
      *
      *        INCLUSAO: OUTRO AMIGO (PRECISA EXISTIR EM AMIGO.DAT) E
      *        TIPO (PRECISA EXISTIR EM TIPOREL.DAT, ASSIM COMO O SEU
      *        INVERSO)
       VIN-INC.
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 01) "OUTRO APELIDO: "
                DISPLAY (22, 30) "TIPO: "
                MOVE SPACES TO W-VINOUTRO
                ACCEPT (22, 16) W-VINOUTRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (22, 01) LIMPA
                   GO TO VIN-LISTA.
                MOVE W-VINOUTRO TO NRM-TXT
                PERFORM NRM-001 THRU NRM-001-FIM
                MOVE NRM-TXT TO W-VINOUTRO
                DISPLAY (22, 16) W-VINOUTRO
                IF W-VINOUTRO = SPACES OR W-VINOUTRO = W-VINAPE
                   MOVE "*** APELIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-INC.
                PERFORM VIN-AMIGO THRU VIN-AMIGO-FIM
                IF W-VINACHA NOT = "S"
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-INC.
       VIN-INC2.
                MOVE ZEROS TO W-VINTIPO
                ACCEPT (22, 36) W-VINTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO VIN-INC.
                MOVE W-VINTIPO TO TPR-COD
                READ TIPOREL
                IF ST-TPR NOT = "00"
                   MOVE "*** TIPO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-INC2.
                DISPLAY (22, 40) TPR-DESC
                MOVE TPR-INDICA  TO W-VININD
                MOVE TPR-INVERSO TO W-VININV
                IF W-VININV = ZEROS
                   MOVE W-VINTIPO TO W-VININV.
                MOVE W-VININV TO TPR-COD
                READ TIPOREL
                IF ST-TPR NOT = "00"
                   MOVE "** TIPO INVERSO NAO CADASTRADO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-INC2.
      *        QUEM VAI FICAR COMO "INDICADO POR" NAO PODE JA TER
      *        OUTRO PADRINHO
                MOVE SPACES TO W-VINALVO
                IF W-VININD = "P"
                   MOVE W-VINAPE TO W-VINALVO.
                IF W-VININD = "I"
                   MOVE W-VINOUTRO TO W-VINALVO.
                IF W-VINALVO NOT = SPACES
                   PERFORM VIN-JAIND THRU VIN-JAIND-FIM
                   IF W-VINACHA = "S"
                      MOVE "** ESSE AMIGO JA TEM QUEM O INDICOU **"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO VIN-INC2.
       VIN-INC3.
                DISPLAY (23, 40) "GRAVAR  (S/N) : ".
                MOVE "S" TO W-OPCAO
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC GO TO VIN-INC2.
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (22, 01) LIMPA
                   DISPLAY (22, 51) "                    "
                   GO TO VIN-LISTA.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-INC3.
                ACCEPT W-DATAUD FROM DATE YYYYMMDD
                MOVE W-VINAPE   TO RLC-APELIDO
                MOVE W-VINOUTRO TO RLC-OUTRO
                MOVE W-VINTIPO  TO RLC-TIPO
                MOVE W-DATAUD   TO RLC-DATA
                MOVE W-OPERADOR TO RLC-OPERADOR
                WRITE REGRLC
                IF ST-RLC = "22"
                   MOVE "** JA EXISTE VINCULO COM ESSE AMIGO **"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-INC.
                IF ST-RLC NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO RELACAO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-VOLTA.
                MOVE "INCLUSAO" TO AUD-ACAO
                PERFORM VIN-AUDITA THRU VIN-AUDITA-FIM
                MOVE W-VINOUTRO TO RLC-APELIDO
                MOVE W-VINAPE   TO RLC-OUTRO
                MOVE W-VININV   TO RLC-TIPO
                WRITE REGRLC
                IF ST-RLC = "22"
                   REWRITE REGRLC.
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 51) "                    "
                MOVE "*** VINCULO GRAVADO NOS DOIS AMIGOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VIN-LISTA.
      *
      *        REMOCAO: APAGA O VINCULO E O ESPELHO DO OUTRO LADO
       VIN-EXC.
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 01) "REMOVER VINCULO COM: "
                MOVE SPACES TO W-VINOUTRO
                ACCEPT (22, 22) W-VINOUTRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   DISPLAY (22, 01) LIMPA
                   GO TO VIN-LISTA.
                MOVE W-VINOUTRO TO NRM-TXT
                PERFORM NRM-001 THRU NRM-001-FIM
                MOVE NRM-TXT TO W-VINOUTRO
                DISPLAY (22, 22) W-VINOUTRO
                MOVE W-VINAPE   TO RLC-APELIDO
                MOVE W-VINOUTRO TO RLC-OUTRO
                READ RELACAO
                IF ST-RLC NOT = "00"
                   MOVE "*** VINCULO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-EXC.
       VIN-EXC2.
                DISPLAY (23, 40) "REMOVER (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (22, 01) LIMPA
                   GO TO VIN-LISTA.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-EXC2.
                DELETE RELACAO RECORD
                IF ST-RLC NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO RELACAO.DAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-VOLTA.
                MOVE "EXCLUSAO" TO AUD-ACAO
                PERFORM VIN-AUDITA THRU VIN-AUDITA-FIM
                MOVE W-VINOUTRO TO RLC-APELIDO
                MOVE W-VINAPE   TO RLC-OUTRO
                DELETE RELACAO RECORD
                DISPLAY (22, 01) LIMPA
                MOVE "*** VINCULO REMOVIDO NOS DOIS AMIGOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VIN-LISTA.
      *
       VIN-VOLTA.
                CLOSE RELACAO TIPOREL
                PERFORM CTH-LIMPA THRU CTH-LIMPA-FIM
                DISPLAY (13, 01) LIMPA
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 51) "                    "
                PERFORM CEP-VAL THRU CEP-VAL-FIM
                GO TO ACE-001.
      *
      *        O OUTRO APELIDO EXISTE EM AMIGO.DAT? A LEITURA PASSA POR
      *        CIMA DO REGISTRO DA TELA, QUE E GUARDADO E RELIDO (PARA
      *        RECUPERAR A TRAVA) DEPOIS DA CONSULTA - COMO NO NOM-001
       VIN-AMIGO.
                MOVE "N" TO W-VINACHA
                MOVE REGAMIGO TO W-REGSAVE
                MOVE W-VINOUTRO TO APELIDO
                READ CODAMIGO
                IF ST-ERRO = "00" OR ST-ERRO = "51" OR ST-ERRO = "99"
                   MOVE "S" TO W-VINACHA.
                MOVE W-REGSAVE TO REGAMIGO
                READ CODAMIGO
                MOVE W-REGSAVE TO REGAMIGO.
       VIN-AMIGO-FIM.
                EXIT.
      *
      *        W-VINALVO JA TEM UM VINCULO DE "INDICADO POR"?
       VIN-JAIND.
                MOVE "N" TO W-VINACHA
                MOVE W-VINALVO TO RLC-APELIDO
                MOVE SPACES    TO RLC-OUTRO
                START RELACAO KEY IS NOT LESS THAN RLC-CHAVE
                IF ST-RLC NOT = "00"
                   GO TO VIN-JAIND-FIM.
       VIN-JAIND-LER.
                READ RELACAO NEXT RECORD
                IF ST-RLC NOT = "00"
                   GO TO VIN-JAIND-FIM.
                IF RLC-APELIDO NOT = W-VINALVO
                   GO TO VIN-JAIND-FIM.
                MOVE RLC-TIPO TO TPR-COD
                READ TIPOREL
                IF ST-TPR = "00" AND TPR-INDICA = "P"
                   MOVE "S" TO W-VINACHA
                   GO TO VIN-JAIND-FIM.
                GO TO VIN-JAIND-LER.
       VIN-JAIND-FIM.
                EXIT.
      *
      *        UMA LINHA DE AUDITORIA PARA CADA LADO DO VINCULO
       VIN-AUDITA.
                MOVE "RELACAO"  TO AUD-ARQ
                MOVE W-VINAPE   TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE W-VINOUTRO TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       VIN-AUDITA-FIM.
                EXIT.
      *
      **********************
      * VALIDACAO E PESQUISA DE CEP (CEP.DAT)  *
      **********************
      *****************************************
      *
           COPY CPYDTVP.
      *
      *****************************************
      * AVISO DE ITENS AINDA EMPRESTADOS      *
      *****************************************
      *
       EMP-AVISA.
                MOVE APELIDO TO W-EMPAPE
                PERFORM EMP-CONTA THRU EMP-CONTA-FIM
                IF W-EMPABERTO = ZEROS
                   GO TO EMP-AVISA-FIM.
                MOVE SPACES TO MENS
                STRING "*** AMIGO AINDA TEM " W-EMPABERTO
                       " ITEM(NS) EMPRESTADO(S) ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EMP-AVISA-FIM.
                EXIT.
      *
           COPY CPYEMPP.
       FIM-ROT-TEMPO.
