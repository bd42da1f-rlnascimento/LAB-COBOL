       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLIR.
      **************************************
      *  DECLARACAO ANUAL DE PAGAMENTOS    *
      *  (IRPF) E DE QUITACAO DE DEBITOS   *
      *  POR RESPONSAVEL FINANCEIRO        *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O ANO-CALENDARIO (AAAA - ZEROS = ANO
      * ANTERIOR, O CASO NORMAL DE FEVEREIRO). O JOB SOMA TUDO O QUE
      * FOI PAGO NO ANO (PELA DATA DO PAGAMENTO):
      *   - MENSALIDADES (MENSALID.DAT, MEN-VALORPAG/MEN-DATAPAG), COM
      *     O PRINCIPAL SEPARADO DA MULTA E DOS JUROS (MEN-MULTA/
      *     MEN-JUROS - OS ENCARGOS);
      *   - PARCELAS DE ACORDO (ACORPARC.DAT, ACP-VALORPAG/ACP-DATAPAG).
      * COMPETENCIA BAIXADA NA QUITACAO DE UM ACORDO (MEN-ACORDO > 0)
      * NAO E DINHEIRO NOVO - O QUE ENTROU FORAM AS PARCELAS - E NAO
      * ENTRA NA DECLARACAO, SO NA CONCILIACAO.
      * OS VALORES SAO AGRUPADOS PELO RESPONSAVEL FINANCEIRO (CPFRESP
      * DO ALUNO, RESPONS.DAT - VIA SORT, MESMO MODELO DO RELINAD) E
      * SAI UMA DECLARACAO ASSINAVEL POR RESPONSAVEL, COM UMA LINHA
      * POR ALUNO E O TOTAL. ALUNO SEM RESPONSAVEL FORMA O PROPRIO
      * GRUPO, EM NOME DO ALUNO.
      * O RESPONSAVEL SEM NENHUM DEBITO EM ABERTO VENCIDO NO ANO
      * (MENSALIDADE DA COMPETENCIA DO ANO NAO PAGA, NAO CANCELADA E
      * FORA DE ACORDO, OU PARCELA DE ACORDO COM VENCIMENTO NO ANO NAO
      * PAGA) RECEBE TAMBEM A DECLARACAO ANUAL DE QUITACAO DE DEBITOS
      * DA LEI 12.007/2009.
      * NO FIM SAI A LISTAGEM DE CONTROLE, QUE AMARRA O TOTAL
      * DECLARADO AOS LANCAMENTOS DE RECEITA DO CONTAESC DAS
      * COMPETENCIAS DO ANO: O CONTAESC LANCA POR COMPETENCIA E A
      * DECLARACAO E POR DATA DE PAGAMENTO, ENTAO A PONTE E
      *   LANCADO NO CONTAESC (COMPETENCIAS DO ANO PAGAS)
      *   - COMPETENCIAS DO ANO PAGAS EM OUTRO ANO
      *   + COMPETENCIAS DE OUTROS ANOS PAGAS NO ANO
      *   - BAIXAS POR QUITACAO DE ACORDO NO ANO
      *   = MENSALIDADES DECLARADAS
      *   + PARCELAS DE ACORDO (NAO PASSAM PELO CONTAESC)
      *   = TOTAL DECLARADO
      * ARQUIVOS: DECLIR.TXT E O SPOOL DECLIR.SPL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMSLS.
           COPY CPYACPS.
           COPY CPYALUS.
           COPY CPYRSPS.
           COPY CPYCEPS
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYENDS.
           SELECT DCLORD ASSIGN TO DISK.
           SELECT RELDCL ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMSLR.
           COPY CPYACPR.
           COPY CPYALUR.
           COPY CPYRSPR.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
           COPY CPYENDR.
      *
      *        ORD-TIPO 1 = GRUPO DE UM RESPONSAVEL (ORD-GRUPO = CPF),
      *        2 = ALUNO SEM RESPONSAVEL (ORD-GRUPO = CODALU).
      *        ORD-ABERTO = S: DEBITO DO ANO EM ABERTO (VALORES ZERADOS)
       SD  DCLORD.
       01 REGORD.
                03 ORD-TIPO        PIC 9(01).
                03 ORD-GRUPO       PIC 9(11).
                03 ORD-CODALU      PIC 9(05).
                03 ORD-MENS        PIC 9(06)V99.
                03 ORD-PARC        PIC 9(06)V99.
                03 ORD-ENCARG      PIC 9(06)V99.
                03 ORD-ABERTO      PIC X(01).
      *
       FD  RELDCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DECLIR.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-ACP         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-PRIMLIN      PIC X(01) VALUE "S".
       77 W-PRIMEIRO     PIC X(01) VALUE "S".
       77 W-ALUANT       PIC 9(05) VALUE ZEROS.
       77 W-TIPOALU      PIC 9(01) VALUE ZEROS.
       77 W-GRUPOALU     PIC 9(11) VALUE ZEROS.
       77 W-TIPOANT      PIC 9(01) VALUE ZEROS.
       77 W-GRUPOANT     PIC 9(11) VALUE ZEROS.
       77 W-PRINCIPAL    PIC 9(06)V99 VALUE ZEROS.
       77 W-ENCARGOS     PIC 9(06)V99 VALUE ZEROS.
      *        TOTAIS DO GRUPO (RESPONSAVEL) EM IMPRESSAO
       77 W-GRPMENS      PIC 9(08)V99 VALUE ZEROS.
       77 W-GRPPARC      PIC 9(08)V99 VALUE ZEROS.
       77 W-GRPENC       PIC 9(08)V99 VALUE ZEROS.
       77 W-GRPTOTAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-GRPABERTOS   PIC 9(04) VALUE ZEROS.
       77 W-GRPOUTROS    PIC 9(08)V99 VALUE ZEROS.
      *        ALUNOS DO GRUPO - IRMAOS DO MESMO RESPONSAVEL
       77 W-DCLIX        PIC 9(02) VALUE ZEROS.
       77 W-DCLQTD       PIC 9(02) VALUE ZEROS.
       01 DCL-TAB.
            03 DCL-ALUNO OCCURS 20 TIMES.
                05 DCL-CODALU   PIC 9(05).
                05 DCL-NOME     PIC X(30).
                05 DCL-MENS     PIC 9(07)V99.
                05 DCL-PARC     PIC 9(07)V99.
                05 DCL-ENCARG   PIC 9(07)V99.
       77 W-ALUTOTAL     PIC 9(07)V99 VALUE ZEROS.
      *        CONTADORES E TOTAIS DA LISTAGEM DE CONTROLE
       77 W-DECLARACOES  PIC 9(05) VALUE ZEROS.
       77 W-QUITACOES    PIC 9(05) VALUE ZEROS.
       77 W-DEVEDORES    PIC 9(05) VALUE ZEROS.
       77 W-SEMPAGTO     PIC 9(05) VALUE ZEROS.
       77 W-TOTMENS      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTPARC      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTENC       PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTDECL      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTMENSDCL   PIC 9(08)V99 VALUE ZEROS.
       77 W-CTBANO       PIC 9(08)V99 VALUE ZEROS.
       77 W-CTBDEPOIS    PIC 9(08)V99 VALUE ZEROS.
       77 W-CTBANTES     PIC 9(08)V99 VALUE ZEROS.
       77 W-CTBACORDO    PIC 9(08)V99 VALUE ZEROS.
       77 W-PONTE        PIC S9(08)V99 VALUE ZEROS.
       77 W-ACPLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-MENLIDAS     PIC 9(06) VALUE ZEROS.
           COPY CPYRSPW.
           COPY CPYENDW.
       01 W-DTPAG        PIC 9(08) VALUE ZEROS.
       01 W-DTPAG-R REDEFINES W-DTPAG.
            03 W-DTPAG-ANO  PIC 9(04).
            03 FILLER       PIC 9(04).
       01 W-DATA.
            03 W-DATA-ANO   PIC 9(04).
            03 W-DATA-MES   PIC 9(02).
            03 W-DATA-DIA   PIC 9(02).
           COPY CPYMASC.
       77 MASC-DCL-ENC   PIC ZZZ.ZZZ,ZZ.
       77 MASC-DCL-TOT   PIC ZZZ.ZZZ,ZZ.
       77 MASC-DCL-GERAL PIC ZZ.ZZZ.ZZZ,ZZ.
       77 MASC-DCL-PONTE PIC -ZZ.ZZZ.ZZZ,ZZ.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DECLIR - DECLARACAO ANUAL DE PAGAMENTOS E QUITACAO".
           ACCEPT W-DATA FROM DATE YYYYMMDD.
       DCL-ANO.
           DISPLAY "ANO-CALENDARIO (AAAA, ZEROS = ANO ANTERIOR): ".
           MOVE ZEROS TO W-ANO
           ACCEPT W-ANO.
           IF W-ANO = ZEROS
               COMPUTE W-ANO = W-DATA-ANO - 1.
           IF W-ANO < 1990 OR W-ANO > W-DATA-ANO
               DISPLAY "ANO INVALIDO"
               GO TO DCL-ANO.
           PERFORM DCL-OP0 THRU DCL-OP0-FIM.
           SORT DCLORD ON ASCENDING KEY ORD-TIPO ORD-GRUPO ORD-CODALU
                       INPUT PROCEDURE DCL-SELECIONA
                                  THRU DCL-SELECIONA-FIM
                       OUTPUT PROCEDURE DCL-IMPRIME
                                  THRU DCL-IMPRIME-FIM.
           PERFORM DCL-CONTROLE THRU DCL-CONTROLE-FIM.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS
      *-----------------------------------------------------------------
       DCL-OP0.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               GO TO ROT-FIM.
           OPEN OUTPUT RELDCL
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR DECLIR.TXT - ST=" ST-REL
               CLOSE ALUNO
               GO TO ROT-FIM.
           MOVE "DECLIR.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "DECLIR  " W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALUNO RELDCL
               GO TO ROT-FIM.
           PERFORM RSP-ABRE THRU RSP-ABRE-FIM.
       DCL-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SELECIONA OS PAGAMENTOS DO ANO E OS DEBITOS DO ANO EM ABERTO,
      * E ACUMULA OS TOTAIS DA CONCILIACAO COM O CONTAESC
      *-----------------------------------------------------------------
       DCL-SELECIONA.
           OPEN INPUT MENSALID
           IF ST-MEN NOT = "00"
               DISPLAY "ERRO AO ABRIR MENSALID.DAT - ST=" ST-MEN
               GO TO DCL-SELECIONA-ACP.
       DCL-SELECIONA-LER.
           READ MENSALID NEXT RECORD
               AT END GO TO DCL-SELECIONA-EOF.
           ADD 1 TO W-MENLIDAS.
           MOVE MEN-DATAPAG TO W-DTPAG
           IF MEN-DATAPAG = ZEROS
               GO TO DCL-SELECIONA-ABERTA.
           IF MEN-COMPET-ANO = W-ANO
               ADD MEN-VALORPAG TO W-CTBANO.
           IF MEN-COMPET-ANO = W-ANO AND W-DTPAG-ANO NOT = W-ANO
               ADD MEN-VALORPAG TO W-CTBDEPOIS.
           IF W-DTPAG-ANO NOT = W-ANO
               GO TO DCL-SELECIONA-LER.
           IF MEN-COMPET-ANO NOT = W-ANO
               ADD MEN-VALORPAG TO W-CTBANTES.
           IF MEN-ACORDO NOT = ZEROS
               ADD MEN-VALORPAG TO W-CTBACORDO
               GO TO DCL-SELECIONA-LER.
           COMPUTE W-PRINCIPAL = MEN-VALORPAG - MEN-MULTA - MEN-JUROS
           COMPUTE W-ENCARGOS  = MEN-MULTA + MEN-JUROS
           ADD W-PRINCIPAL TO W-TOTMENS
           ADD W-ENCARGOS  TO W-TOTENC
           MOVE MEN-CODALU TO W-ALUANT
           PERFORM DCL-GRUPO THRU DCL-GRUPO-FIM.
           MOVE W-PRINCIPAL TO ORD-MENS
           MOVE ZEROS       TO ORD-PARC
           MOVE W-ENCARGOS  TO ORD-ENCARG
           MOVE "N"         TO ORD-ABERTO
           RELEASE REGORD.
           GO TO DCL-SELECIONA-LER.
      *
      *        EM ABERTO SO CONTA A COMPETENCIA DO ANO QUE AINDA E
      *        DEVIDA: CANCELADA NA SAIDA NAO E DIVIDA E A QUE ESTA EM
      *        ACORDO E COBRADA PELAS PARCELAS
       DCL-SELECIONA-ABERTA.
           IF MEN-COMPET-ANO NOT = W-ANO
               GO TO DCL-SELECIONA-LER.
           IF MEN-SITUACAO = "C" OR MEN-ACORDO NOT = ZEROS
               GO TO DCL-SELECIONA-LER.
           MOVE MEN-CODALU TO W-ALUANT
           PERFORM DCL-GRUPO THRU DCL-GRUPO-FIM.
           MOVE ZEROS TO ORD-MENS ORD-PARC ORD-ENCARG
           MOVE "S"   TO ORD-ABERTO
           RELEASE REGORD.
           GO TO DCL-SELECIONA-LER.
       DCL-SELECIONA-EOF.
           CLOSE MENSALID.
      *
      *        PARCELAS DE ACORDO - ARQUIVO AUSENTE = NENHUM ACORDO
       DCL-SELECIONA-ACP.
           OPEN INPUT ACORPARC
           IF ST-ACP NOT = "00"
               DISPLAY "SEM PARCELAS DE ACORDO (ACORPARC.DAT) - ST="
                   ST-ACP
               GO TO DCL-SELECIONA-FIM.
       DCL-SELECIONA-ACPLER.
           READ ACORPARC NEXT RECORD
               AT END GO TO DCL-SELECIONA-ACPEOF.
           ADD 1 TO W-ACPLIDAS.
           IF ACP-DATAPAG = ZEROS
               MOVE ACP-VENCTO TO W-DTPAG
           ELSE
               MOVE ACP-DATAPAG TO W-DTPAG.
           IF W-DTPAG-ANO NOT = W-ANO
               GO TO DCL-SELECIONA-ACPLER.
           MOVE ACP-CODALU TO W-ALUANT
           PERFORM DCL-GRUPO THRU DCL-GRUPO-FIM.
           MOVE ZEROS TO ORD-MENS ORD-ENCARG
           IF ACP-DATAPAG = ZEROS
               MOVE ZEROS        TO ORD-PARC
               MOVE "S"          TO ORD-ABERTO
           ELSE
               MOVE ACP-VALORPAG TO ORD-PARC
               MOVE "N"          TO ORD-ABERTO
               ADD ACP-VALORPAG  TO W-TOTPARC.
           RELEASE REGORD.
           GO TO DCL-SELECIONA-ACPLER.
       DCL-SELECIONA-ACPEOF.
           CLOSE ACORPARC.
       DCL-SELECIONA-FIM.
           EXIT.
      *
      *        CHAVE DO GRUPO DO ALUNO EM W-ALUANT (RESPONSAVEL OU O
      *        PROPRIO ALUNO) - SO RELE O ALUNO QUANDO O CODIGO MUDA
       DCL-GRUPO.
           IF W-ALUANT NOT = CODALU OR W-TIPOALU = ZEROS
               MOVE W-ALUANT TO CODALU
               READ ALUNO
               IF ST-ERRO = "00" AND CPFRESP NOT = ZEROS
                   MOVE 1        TO W-TIPOALU
                   MOVE CPFRESP  TO W-GRUPOALU
               ELSE
                   MOVE 2        TO W-TIPOALU
                   MOVE W-ALUANT TO W-GRUPOALU.
           MOVE W-TIPOALU  TO ORD-TIPO
           MOVE W-GRUPOALU TO ORD-GRUPO
           MOVE W-ALUANT   TO ORD-CODALU.
       DCL-GRUPO-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ACUMULA POR RESPONSAVEL E POR ALUNO E EMITE AS DECLARACOES NA
      * QUEBRA DO GRUPO
      *-----------------------------------------------------------------
       DCL-IMPRIME.
           RETURN DCLORD AT END GO TO DCL-IMPRIME-EOF.
           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               PERFORM DCL-ABRE THRU DCL-ABRE-FIM.
           IF ORD-TIPO NOT = W-TIPOANT OR ORD-GRUPO NOT = W-GRUPOANT
               PERFORM DCL-FECHA THRU DCL-FECHA-FIM
               PERFORM DCL-ABRE THRU DCL-ABRE-FIM.
           IF ORD-ABERTO = "S"
               ADD 1 TO W-GRPABERTOS
               GO TO DCL-IMPRIME.
           IF W-DCLQTD = ZEROS
               PERFORM DCL-NOVOALU THRU DCL-NOVOALU-FIM
           ELSE
               IF DCL-CODALU (W-DCLQTD) NOT = ORD-CODALU
                   PERFORM DCL-NOVOALU THRU DCL-NOVOALU-FIM.
           ADD ORD-MENS   TO W-GRPMENS
           ADD ORD-PARC   TO W-GRPPARC
           ADD ORD-ENCARG TO W-GRPENC
           IF DCL-CODALU (W-DCLQTD) NOT = ORD-CODALU
               COMPUTE W-GRPOUTROS = W-GRPOUTROS + ORD-MENS
                                   + ORD-PARC + ORD-ENCARG
               GO TO DCL-IMPRIME.
           ADD ORD-MENS   TO DCL-MENS (W-DCLQTD)
           ADD ORD-PARC   TO DCL-PARC (W-DCLQTD)
           ADD ORD-ENCARG TO DCL-ENCARG (W-DCLQTD).
           GO TO DCL-IMPRIME.
       DCL-IMPRIME-EOF.
           IF W-PRIMEIRO = "N"
               PERFORM DCL-FECHA THRU DCL-FECHA-FIM.
       DCL-IMPRIME-FIM.
           EXIT.
      *
      *        INICIO DO GRUPO: QUEM PAGA, RESOLVIDO PELO PRIMEIRO
      *        ALUNO DO GRUPO
       DCL-ABRE.
           MOVE ORD-TIPO  TO W-TIPOANT
           MOVE ORD-GRUPO TO W-GRUPOANT
           MOVE ZEROS TO W-GRPMENS W-GRPPARC W-GRPENC W-GRPTOTAL
                         W-GRPABERTOS W-GRPOUTROS W-DCLQTD
           MOVE ORD-CODALU TO CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS TO DDDRESP NUMRESP CPFRESP.
           PERFORM RSP-BUSCA THRU RSP-BUSCA-FIM.
       DCL-ABRE-FIM.
           EXIT.
      *
      *        NOVA LINHA DE ALUNO NA TABELA DO GRUPO (20 IRMAOS; O
      *        QUE PASSAR DISSO SAI SOMADO EM "OUTROS ALUNOS")
       DCL-NOVOALU.
           IF W-DCLQTD NOT < 20
               DISPLAY "GRUPO " W-GRUPOANT " COM MAIS DE 20 ALUNOS - "
                   "ALUNO " ORD-CODALU " SOMADO EM OUTROS"
               GO TO DCL-NOVOALU-FIM.
           ADD 1 TO W-DCLQTD
           MOVE ORD-CODALU TO DCL-CODALU (W-DCLQTD) CODALU
           READ ALUNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           MOVE NOME  TO DCL-NOME (W-DCLQTD)
           MOVE ZEROS TO DCL-MENS (W-DCLQTD) DCL-PARC (W-DCLQTD)
                         DCL-ENCARG (W-DCLQTD).
       DCL-NOVOALU-FIM.
           EXIT.
      *
      *        FIM DO GRUPO: DECLARACAO DE PAGAMENTOS (SE HOUVE
      *        PAGAMENTO NO ANO) E DE QUITACAO (SE NADA FICOU EM ABERTO)
       DCL-FECHA.
           COMPUTE W-GRPTOTAL = W-GRPMENS + W-GRPPARC + W-GRPENC
           IF W-GRPABERTOS NOT = ZEROS
               ADD 1 TO W-DEVEDORES.
           IF W-GRPTOTAL = ZEROS
               ADD 1 TO W-SEMPAGTO
           ELSE
               PERFORM DCL-DECLARA THRU DCL-DECLARA-FIM.
           IF W-GRPABERTOS = ZEROS
               PERFORM DCL-QUITACAO THRU DCL-QUITACAO-FIM.
       DCL-FECHA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DECLARACAO DE PAGAMENTOS PARA O IMPOSTO DE RENDA
      *-----------------------------------------------------------------
       DCL-DECLARA.
           ADD 1 TO W-DECLARACOES
           MOVE "ESCOLA LOJA AMIGOS" TO LINREL
           PERFORM DCL-PAGINA THRU DCL-PAGINA-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DECLARACAO DE PAGAMENTOS - ANO-CALENDARIO " W-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "DECLARAMOS, PARA FINS DE IMPOSTO DE RENDA (IRPF),"
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           PERFORM DCL-PAGADOR THRU DCL-PAGADOR-FIM.
           MOVE SPACES TO LINREL
           STRING "PAGOU A ESTA ESCOLA, NO ANO DE " W-ANO
                  ", OS VALORES ABAIXO REFERENTES A"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "PRESTACAO DE SERVICOS EDUCACIONAIS:" TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  ALUNO NOME                   "
                  " MENSALID.    ACORDOS   ENCARGOS      TOTAL"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE 1 TO W-DCLIX.
       DCL-DECLARA-LIN.
           IF W-DCLIX > W-DCLQTD
               GO TO DCL-DECLARA-TOT.
           COMPUTE W-ALUTOTAL = DCL-MENS (W-DCLIX) + DCL-PARC (W-DCLIX)
                              + DCL-ENCARG (W-DCLIX)
           MOVE DCL-MENS (W-DCLIX)   TO MASC-DINHEIRO-REL
           MOVE DCL-PARC (W-DCLIX)   TO MASC-DINHEIRO-REL-B
           MOVE DCL-ENCARG (W-DCLIX) TO MASC-DCL-ENC
           MOVE W-ALUTOTAL           TO MASC-DCL-TOT
           MOVE SPACES TO LINREL
           STRING "  " DCL-CODALU (W-DCLIX) " "
                  DCL-NOME (W-DCLIX) (1:22)
                  " " MASC-DINHEIRO-REL " " MASC-DINHEIRO-REL-B
                  " " MASC-DCL-ENC " " MASC-DCL-TOT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           ADD 1 TO W-DCLIX
           GO TO DCL-DECLARA-LIN.
       DCL-DECLARA-TOT.
           IF W-GRPOUTROS NOT = ZEROS
               MOVE W-GRPOUTROS TO MASC-DCL-TOT
               MOVE SPACES TO LINREL
               STRING "        OUTROS ALUNOS DO MESMO RESPONSAVEL"
                      "                      " MASC-DCL-TOT
                      DELIMITED BY SIZE INTO LINREL
               PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE W-GRPMENS  TO MASC-DINHEIRO-REL
           MOVE W-GRPPARC  TO MASC-DINHEIRO-REL-B
           MOVE W-GRPENC   TO MASC-DCL-ENC
           MOVE W-GRPTOTAL TO MASC-DCL-TOT
           MOVE SPACES TO LINREL
           STRING "        TOTAL PAGO NO ANO..... " MASC-DINHEIRO-REL
                  " " MASC-DINHEIRO-REL-B " " MASC-DCL-ENC
                  " " MASC-DCL-TOT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "ENCARGOS = MULTA E JUROS DE MORA PAGOS COM MENSALIDADE"
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "EM ATRASO, DISCRIMINADOS A PARTE DO VALOR DO SERVICO."
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           PERFORM DCL-ASSINA THRU DCL-ASSINA-FIM.
       DCL-DECLARA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI 12.007/2009)
      *-----------------------------------------------------------------
       DCL-QUITACAO.
           ADD 1 TO W-QUITACOES
           MOVE "ESCOLA LOJA AMIGOS" TO LINREL
           PERFORM DCL-PAGINA THRU DCL-PAGINA-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO " W-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "(LEI 12.007, DE 29/07/2009)" TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE ALL "=" TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "DECLARAMOS QUE" TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           PERFORM DCL-PAGADOR THRU DCL-PAGADOR-FIM.
           MOVE SPACES TO LINREL
           STRING "QUITOU TODOS OS DEBITOS COM VENCIMENTO DE JANEIRO A "
                  "DEZEMBRO DE " W-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "REFERENTES A PRESTACAO DE SERVICOS EDUCACIONAIS AOS"
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "ALUNOS ABAIXO. ESTA DECLARACAO SUBSTITUI, PARA A"
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "COMPROVACAO DO CUMPRIMENTO DAS OBRIGACOES DO PERIODO,"
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "OS COMPROVANTES DE PAGAMENTO DE CADA MES."
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE 1 TO W-DCLIX.
       DCL-QUITACAO-LIN.
           IF W-DCLIX > W-DCLQTD
               GO TO DCL-QUITACAO-ASS.
           MOVE SPACES TO LINREL
           STRING "  ALUNO " DCL-CODALU (W-DCLIX) " "
                  DCL-NOME (W-DCLIX)
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           ADD 1 TO W-DCLIX
           GO TO DCL-QUITACAO-LIN.
       DCL-QUITACAO-ASS.
           PERFORM DCL-ASSINA THRU DCL-ASSINA-FIM.
       DCL-QUITACAO-FIM.
           EXIT.
      *
      *        IDENTIFICACAO DE QUEM PAGA (CPYRSPP JA CARREGADO)
       DCL-PAGADOR.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           IF W-RSPCPF = ZEROS
               STRING "  " W-RSPNOME " (ALUNO " W-GRUPOANT (7:5) ")"
                      DELIMITED BY SIZE INTO LINREL
           ELSE
               STRING "  " W-RSPNOME " CPF " W-RSPCPF
                      DELIMITED BY SIZE INTO LINREL.
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           IF W-RSPLOGR NOT = SPACES
               MOVE SPACES TO LINREL
               STRING "  " W-RSPLOGR " " W-RSPBAIRRO
                      DELIMITED BY SIZE INTO LINREL
               PERFORM DCL-IMP THRU DCL-IMP-FIM
               MOVE SPACES TO LINREL
               STRING "  " W-RSPCEP " " W-RSPCIDADE " " W-RSPUF
                      DELIMITED BY SIZE INTO LINREL
               PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
       DCL-PAGADOR-FIM.
           EXIT.
      *
      *        DATA DE EMISSAO E LINHA DE ASSINATURA
       DCL-ASSINA.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "EMITIDA EM " W-DATA-DIA "/" W-DATA-MES "/" W-DATA-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "        ______________________________________"
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "        ESCOLA LOJA AMIGOS - SECRETARIA/DIRECAO"
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
       DCL-ASSINA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * LISTAGEM DE CONTROLE - AMARRA O TOTAL DECLARADO AO CONTAESC
      *-----------------------------------------------------------------
       DCL-CONTROLE.
           COMPUTE W-TOTDECL = W-TOTMENS + W-TOTENC + W-TOTPARC
           MOVE SPACES TO LINREL
           STRING "DECLIR - LISTAGEM DE CONTROLE - ANO-CALENDARIO "
                  W-ANO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-PAGINA THRU DCL-PAGINA-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DECLARACOES DE PAGAMENTO EMITIDAS.....: "
                  W-DECLARACOES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DECLARACOES DE QUITACAO EMITIDAS......: "
                  W-QUITACOES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "PAGADORES COM DEBITO DO ANO EM ABERTO.: "
                  W-DEVEDORES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  DESTES, SEM NENHUM PAGAMENTO NO ANO.: "
                  W-SEMPAGTO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE "CONCILIACAO COM O CONTAESC (COMPETENCIAS DO ANO)"
               TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE W-CTBANO TO MASC-DCL-GERAL
           MOVE SPACES TO LINREL
           STRING "  LANCADO NO CONTAESC..................: "
                  MASC-DCL-GERAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE W-CTBDEPOIS TO MASC-DCL-GERAL
           MOVE SPACES TO LINREL
           STRING "  (-) COMPETENCIAS DO ANO PAGAS DEPOIS.: "
                  MASC-DCL-GERAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE W-CTBANTES TO MASC-DCL-GERAL
           MOVE SPACES TO LINREL
           STRING "  (+) OUTRAS COMPETENCIAS PAGAS NO ANO.: "
                  MASC-DCL-GERAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE W-CTBACORDO TO MASC-DCL-GERAL
           MOVE SPACES TO LINREL
           STRING "  (-) BAIXAS POR QUITACAO DE ACORDO....: "
                  MASC-DCL-GERAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           COMPUTE W-PONTE = W-CTBANO - W-CTBDEPOIS + W-CTBANTES
                           - W-CTBACORDO
           MOVE W-PONTE TO MASC-DCL-PONTE
           MOVE SPACES TO LINREL
           STRING "  (=) MENSALIDADES PELO CONTAESC......: "
                  MASC-DCL-PONTE
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           COMPUTE W-TOTMENSDCL = W-TOTMENS + W-TOTENC
           MOVE W-TOTMENSDCL TO MASC-DCL-GERAL
           MOVE SPACES TO LINREL
           STRING "      MENSALIDADES DECLARADAS..........: "
                  MASC-DCL-GERAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE W-TOTENC TO MASC-DCL-GERAL
           MOVE SPACES TO LINREL
           STRING "        (DAS QUAIS MULTA E JUROS.......: "
                  MASC-DCL-GERAL ")"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE W-TOTPARC TO MASC-DCL-GERAL
           MOVE SPACES TO LINREL
           STRING "  (+) PARCELAS DE ACORDO (FORA CONTAESC): "
                  MASC-DCL-GERAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE W-TOTDECL TO MASC-DCL-GERAL
           MOVE SPACES TO LINREL
           STRING "  (=) TOTAL DECLARADO..................: "
                  MASC-DCL-GERAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           IF W-PONTE = W-TOTMENSDCL
               MOVE "SITUACAO: CONFERE COM O CONTAESC" TO LINREL
           ELSE
               MOVE "SITUACAO: DIVERGENCIA - VERIFICAR MENSALID.DAT"
                   TO LINREL.
           PERFORM DCL-IMP THRU DCL-IMP-FIM.
           PERFORM RSP-FECHA THRU RSP-FECHA-FIM.
           CLOSE ALUNO RELDCL IMPRESSORA.
           DISPLAY "DECLIR - DECLARACOES GERADAS EM DECLIR.TXT".
           DISPLAY "MENSALIDADES/PARCELAS LIDAS: " W-MENLIDAS " / "
               W-ACPLIDAS.
           DISPLAY "DECLARACOES DE PAGAMENTO...: " W-DECLARACOES.
           DISPLAY "DECLARACOES DE QUITACAO....: " W-QUITACOES.
           DISPLAY "TOTAL DECLARADO............: " MASC-DCL-GERAL.
       DCL-CONTROLE-FIM.
           EXIT.
      *
      *        PRIMEIRA LINHA DE UMA PAGINA NOVA (JA EM LINREL)
       DCL-PAGINA.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           IF W-PRIMLIN = "S"
               MOVE "N" TO W-PRIMLIN
               WRITE LINIMPR
           ELSE
               WRITE LINIMPR AFTER ADVANCING PAGE.
       DCL-PAGINA-FIM.
           EXIT.
      *
       DCL-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       DCL-IMP-FIM.
           EXIT.
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
