       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRAEXER.
      **************************************
      *  VIRADA DE EXERCICIO DA FROTA      *
      *  (LICENCIAMENTO E IPVA DO ANO)     *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O EXERCICIO QUE ABRE (AAAA) E O JOB FAZ, EM
      * QUATRO PASSOS SOBRE VEICULO.DAT, O QUE ANTES ERA FEITO A MAO
      * PLACA POR PLACA:
      *   1 - PENDENCIAS DO EXERCICIO ANTERIOR: VEICULO AINDA SEM
      *       LICENCIAMENTO "L" EM LICENCIA.DAT OU SEM PAGAMENTO DO
      *       IPVA EM IPVAPAG.DAT NO ANO QUE FECHA (CARRO COMPRADO JA
      *       NO EXERCICIO NOVO NAO ENTRA). O VALOR EM ABERTO E O
      *       CALCIPVA AINDA DO ANO VELHO - POR ISSO ESTE PASSO VEM
      *       ANTES DA TROCA DA ALIQUOTA;
      *   2 - ALIQUOTA DO IPVA PELA TABELA DO ESTADO, NO LUGAR DA
      *       DIGITADA EM CADA CARRO: PARAMET.DAT CHAVE IPVAALQ + O
      *       COMBUSTIVEL DO MODELO (MDL-COMBUST EM MODELO.DAT - EX.
      *       IPVAALQF PARA FLEX, IPVAALQL PARA ELETRICO) E, NA FALTA,
      *       IPVAALQ (ALIQUOTA PADRAO). SEM NENHUMA DAS DUAS O CARRO
      *       FICA COM A ALIQUOTA QUE JA TINHA. IPVA E CALCIPVA SAO
      *       REGRAVADOS NA MESMA CONTA DO CADASTRO (VALORVEIC X %);
      *   3 - LICENCIA.DAT: UM REGISTRO PENDENTE (P) DO EXERCICIO NOVO
      *       PARA CADA PLACA QUE AINDA NAO TEM;
      *   4 - LISTA DO IPVA DO EXERCICIO NOVO, COM O MES DO VENCIMENTO
      *       (MES DA COMPRA, COMO NO RELIPVA) E O VALOR JA NA ALIQUOTA
      *       NOVA.
      * VEICULO EM SUCATA (SITUACAO S, AGUARDANDO O ARCSUCAT) SO ENTRA
      * NO PASSO 1. NO MOLDE DO REAJUSTE, RODA EM DOIS MODOS:
      *   SIMULACAO (QUALQUER OPERADOR) - SO IMPRIME, NADA E ALTERADO;
      *   APLICACAO (LOGIN DE SUPERVISOR - OPRLOGIN) - IMPRIME O MESMO
      *   E GRAVA, COM CADA MEXIDA EM AUDIT.TXT.
      * O ULTIMO EXERCICIO VIRADO FICA EM PARAMET.DAT (CHAVE VIRAEXER)
      * E O JOB RECUSA APLICAR DE NOVO NO MESMO EXERCICIO OU ANTERIOR.
      * O RELATORIO DE CONTROLE (VIRAEXER.TXT + SPOOL) FECHA COM AS
      * QUANTIDADES E OS VALORES DE CADA PASSO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYLICS.
           COPY CPYIPGS.
           COPY CPYMDLS.
           COPY CPYPARS.
           SELECT RELVIR ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVEIR.
           COPY CPYLICR.
           COPY CPYIPGR.
           COPY CPYMDLR.
           COPY CPYPARR.
      *
       FD  RELVIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VIRAEXER.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-LIC         PIC X(02) VALUE "00".
       77 ST-IPG         PIC X(02) VALUE "00".
       77 ST-MDL         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-MODO         PIC X(01) VALUE "N".
       77 W-EXERC        PIC 9(04) VALUE ZEROS.
       77 W-EXANT        PIC 9(04) VALUE ZEROS.
       77 W-ULTEXE       PIC 9(04) VALUE ZEROS.
       77 W-LICDISP      PIC X(01) VALUE "N".
       77 W-IPGDISP      PIC X(01) VALUE "N".
       77 W-MDLDISP      PIC X(01) VALUE "N".
       77 W-PARDISP      PIC X(01) VALUE "N".
       77 W-IX           PIC 9(02) VALUE ZEROS.
      *        TABELA DE ALIQUOTAS (PARAMET IPVAALQ + COMBUSTIVEL)
       77 W-COMBS        PIC X(06) VALUE "GEFDVL".
       77 W-ALQPAD       PIC 99V99 VALUE ZEROS.
       77 W-ALQPADOK     PIC X(01) VALUE "N".
       77 W-ALQQTD       PIC 9(02) VALUE ZEROS.
       01 W-ALQTAB.
            03 W-ALQ OCCURS 6 TIMES.
                05 W-ALQCOMB     PIC X(01).
                05 W-ALQVAL      PIC 99V99.
                05 W-ALQACHOU    PIC X(01).
      *        RESULTADO DO VIR-ALIQ PARA O VEICULO LIDO
       77 W-ALQNOVA      PIC 99V99 VALUE ZEROS.
       77 W-ALQORIG      PIC X(01) VALUE SPACES.
       77 W-IPVANOVO     PIC 9(06) VALUE ZEROS.
       77 W-ORIGDESC     PIC X(12) VALUE SPACES.
      *        PASSO 1 - PENDENCIAS DO EXERCICIO ANTERIOR
       77 W-PENLIC       PIC X(14) VALUE SPACES.
       77 W-PENIPV       PIC X(14) VALUE SPACES.
       77 W-PENVEIC      PIC 9(06) VALUE ZEROS.
       77 W-PENLICQ      PIC 9(06) VALUE ZEROS.
       77 W-PENIPVQ      PIC 9(06) VALUE ZEROS.
       77 W-PENVAL       PIC 9(09) VALUE ZEROS.
      *        PASSO 2 - ALIQUOTA
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-SUCATA       PIC 9(06) VALUE ZEROS.
       77 W-QTDCOMB      PIC 9(06) VALUE ZEROS.
       77 W-QTDPAD       PIC 9(06) VALUE ZEROS.
       77 W-QTDVEIC      PIC 9(06) VALUE ZEROS.
       77 W-QTDMUDA      PIC 9(06) VALUE ZEROS.
       77 W-TOTANT       PIC 9(09) VALUE ZEROS.
       77 W-TOTNOVO      PIC 9(09) VALUE ZEROS.
      *        PASSO 3 - LICENCIAMENTO
       77 W-LICNOVO      PIC 9(06) VALUE ZEROS.
       77 W-LICJA        PIC 9(06) VALUE ZEROS.
      *        PASSO 4 - IPVA DO EXERCICIO NOVO
       77 W-DUEQTD       PIC 9(06) VALUE ZEROS.
       77 W-DUEVAL       PIC 9(09) VALUE ZEROS.
       77 W-DUEPAGO      PIC 9(06) VALUE ZEROS.
       77 W-DUEOBS       PIC X(08) VALUE SPACES.
       77 W-ERROS        PIC 9(06) VALUE ZEROS.
       77 MASC-VIR-ALQ   PIC Z9,99.
       77 MASC-VIR-ALQB  PIC Z9,99.
       77 MASC-VIR-VAL   PIC ZZZ.ZZ9.
       77 MASC-VIR-VALB  PIC ZZZ.ZZ9.
       77 MASC-VIR-TOT   PIC ZZZ.ZZZ.ZZ9.
       77 MASC-VIR-TOTB  PIC ZZZ.ZZZ.ZZ9.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "VIRAEXER - VIRADA DE EXERCICIO DA FROTA".
       VIR-EXERC.
           DISPLAY "EXERCICIO A ABRIR (AAAA): ".
           MOVE ZEROS TO W-EXERC
           ACCEPT W-EXERC.
           IF W-EXERC < 1901
               DISPLAY "EXERCICIO INVALIDO"
               GO TO VIR-EXERC.
           COMPUTE W-EXANT = W-EXERC - 1.
       VIR-MODO.
           DISPLAY "APLICAR A VIRADA (S/N)? N = SO SIMULACAO: ".
           MOVE "N" TO W-MODO
           ACCEPT W-MODO.
           IF W-MODO = "s"
               MOVE "S" TO W-MODO.
           IF W-MODO NOT = "S" AND W-MODO NOT = "N"
               GO TO VIR-MODO.
      *        A APLICACAO E ATO DE SUPERVISOR
           IF W-MODO = "S"
               PERFORM VIR-LOGIN THRU VIR-LOGIN-FIM
               IF W-LOGINOK NOT = "S" OR W-OPERNIVEL NOT = "S"
                   DISPLAY "APLICACAO EXIGE SUPERVISOR - SEGUINDO"
                       " EM SIMULACAO"
                   MOVE "N" TO W-MODO.
           PERFORM VIR-OP0 THRU VIR-OP0-FIM.
           PERFORM VIR-TAB THRU VIR-TAB-FIM.
           IF W-MODO = "S"
               PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           PERFORM VIR-CABEC THRU VIR-CABEC-FIM.
           PERFORM VIR-PEN THRU VIR-PEN-FIM.
           PERFORM VIR-ALQ THRU VIR-ALQ-FIM.
           PERFORM VIR-LIC THRU VIR-LIC-FIM.
           PERFORM VIR-DUE THRU VIR-DUE-FIM.
           PERFORM VIR-PARAM THRU VIR-PARAM-FIM.
           GO TO VIR-EOF.
      *
      *-----------------------------------------------------------------
      * LOGIN DO SUPERVISOR PARA O MODO DE APLICACAO
      *-----------------------------------------------------------------
       VIR-LOGIN.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR.
           DISPLAY "SENHA: ".
           MOVE SPACES TO W-SENHA
           ACCEPT W-SENHA.
           MOVE "N" TO W-LOGINOK
           CALL "OPRLOGIN" USING W-OPERADOR W-SENHA
                                 W-OPERNIVEL W-LOGINOK.
           MOVE W-OPERADOR TO W-SPLOPER.
       VIR-LOGIN-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS (I-O SO NA APLICACAO). IPVAPAG.DAT E
      * MODELO.DAT SAO OPCIONAIS: SEM PAGAMENTO REGISTRADO O IPVA
      * CONTA COMO EM ABERTO; SEM MODELO VALE A ALIQUOTA PADRAO
      *-----------------------------------------------------------------
       VIR-OP0.
           IF W-MODO = "S"
               OPEN I-O CADVEIC
           ELSE
               OPEN INPUT CADVEIC.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICULO.DAT - ST=" ST-ERRO
               GO TO ROT-FIM.
           OPEN OUTPUT RELVIR
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR VIRAEXER.TXT - ST=" ST-REL
               CLOSE CADVEIC
               GO TO ROT-FIM.
           MOVE "VIRAEXER.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "VIRAEXER" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE CADVEIC RELVIR
               GO TO ROT-FIM.
       VIR-OP1.
           IF W-MODO = "S"
               OPEN I-O LICENCIA
               IF ST-LIC = "30" OR ST-LIC = "35"
                   OPEN OUTPUT LICENCIA
                   CLOSE LICENCIA
                   OPEN I-O LICENCIA.
           IF W-MODO NOT = "S"
               OPEN INPUT LICENCIA.
           IF ST-LIC = "00"
               MOVE "S" TO W-LICDISP
           ELSE
               MOVE "N" TO W-LICDISP.
           OPEN INPUT IPVAPAG
           IF ST-IPG = "00"
               MOVE "S" TO W-IPGDISP
           ELSE
               MOVE "N" TO W-IPGDISP.
           OPEN INPUT MODELO
           IF ST-MDL = "00"
               MOVE "S" TO W-MDLDISP
           ELSE
               MOVE "N" TO W-MDLDISP.
       VIR-OP2.
           IF W-MODO = "S"
               OPEN I-O PARAMET
               IF ST-PAR = "30" OR ST-PAR = "35"
                   OPEN OUTPUT PARAMET
                   CLOSE PARAMET
                   OPEN I-O PARAMET.
           IF W-MODO NOT = "S"
               OPEN INPUT PARAMET.
           IF ST-PAR = "00"
               MOVE "S" TO W-PARDISP
           ELSE
               MOVE "N" TO W-PARDISP.
      *        SEM LICENCIA.DAT OU PARAMET.DAT NAO HA COMO GRAVAR O
      *        EXERCICIO NOVO NEM A TRAVA
           IF W-MODO = "S" AND
              (W-LICDISP NOT = "S" OR W-PARDISP NOT = "S")
               DISPLAY "LICENCIA.DAT OU PARAMET.DAT INDISPONIVEL -"
                   " SEGUINDO EM SIMULACAO"
               MOVE "N" TO W-MODO.
       VIR-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TABELA DE ALIQUOTAS E A TRAVA DO EXERCICIO JA VIRADO
      *-----------------------------------------------------------------
       VIR-TAB.
           MOVE ZEROS TO W-ULTEXE W-ALQQTD
           MOVE "N" TO W-ALQPADOK
           MOVE 1 TO W-IX.
       VIR-TAB-COMB.
           MOVE W-COMBS (W-IX:1) TO W-ALQCOMB (W-IX)
           MOVE ZEROS TO W-ALQVAL (W-IX)
           MOVE "N" TO W-ALQACHOU (W-IX)
           IF W-PARDISP NOT = "S"
               GO TO VIR-TAB-PROX.
           MOVE SPACES TO PAR-NOME
           STRING "IPVAALQ" W-ALQCOMB (W-IX) DELIMITED BY SIZE
                  INTO PAR-NOME
           READ PARAMET
           IF ST-PAR = "00" AND PAR-VALOR > ZEROS
               MOVE PAR-VALOR TO W-ALQVAL (W-IX)
               MOVE "S" TO W-ALQACHOU (W-IX)
               ADD 1 TO W-ALQQTD.
       VIR-TAB-PROX.
           ADD 1 TO W-IX
           IF W-IX NOT > 6
               GO TO VIR-TAB-COMB.
           IF W-PARDISP NOT = "S"
               GO TO VIR-TAB-FIM.
           MOVE "IPVAALQ" TO PAR-NOME
           READ PARAMET
           IF ST-PAR = "00" AND PAR-VALOR > ZEROS
               MOVE PAR-VALOR TO W-ALQPAD
               MOVE "S" TO W-ALQPADOK
               ADD 1 TO W-ALQQTD.
           MOVE "VIRAEXER" TO PAR-NOME
           READ PARAMET
           IF ST-PAR = "00"
               MOVE PAR-VALOR TO W-ULTEXE.
           IF W-MODO = "S" AND W-ULTEXE NOT < W-EXERC
               DISPLAY "VIRADA JA APLICADA NO EXERCICIO " W-ULTEXE
                   " - SEGUINDO EM SIMULACAO"
               MOVE "N" TO W-MODO.
       VIR-TAB-FIM.
           EXIT.
      *
       VIR-CABEC.
           MOVE SPACES TO LINREL
           STRING "VIRADA DE EXERCICIO DA FROTA - " W-EXANT " -> "
                  W-EXERC DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           IF W-MODO = "S"
               MOVE "(MODO DE APLICACAO - SUPERVISOR)" TO LINREL
           ELSE
               MOVE "(SIMULACAO - NADA E ALTERADO)" TO LINREL.
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           IF W-ULTEXE NOT = ZEROS
               MOVE SPACES TO LINREL
               STRING "ULTIMO EXERCICIO VIRADO: " W-ULTEXE
                      DELIMITED BY SIZE INTO LINREL
               PERFORM VIR-IMP THRU VIR-IMP-FIM.
           IF W-ALQQTD = ZEROS
               MOVE "SEM TABELA DE ALIQUOTAS (IPVAALQ) - CADA VEICULO"
                   TO LINREL
               PERFORM VIR-IMP THRU VIR-IMP-FIM
               MOVE "FICA COM A ALIQUOTA QUE JA TINHA" TO LINREL
               PERFORM VIR-IMP THRU VIR-IMP-FIM.
           IF W-IPGDISP NOT = "S"
               MOVE "IPVAPAG.DAT INDISPONIVEL - IPVA CONTA EM ABERTO"
                   TO LINREL
               PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
       VIR-CABEC-FIM.
           EXIT.
      *
      *        POSICIONA VEICULO.DAT NA PRIMEIRA PLACA PARA UM PASSO
       VIR-INIVEIC.
           MOVE LOW-VALUES TO PLACA
           START CADVEIC KEY IS NOT LESS THAN PLACA.
       VIR-INIVEIC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ALIQUOTA DO VEICULO LIDO: COMBUSTIVEL DO MODELO, DEPOIS A
      * PADRAO, DEPOIS A DO PROPRIO CARRO. DEVOLVE W-ALQNOVA,
      * W-ALQORIG (C/P/V) E W-IPVANOVO (VALORVEIC X ALIQUOTA)
      *-----------------------------------------------------------------
       VIR-ALIQ.
           MOVE IPVA TO W-ALQNOVA
           MOVE "V" TO W-ALQORIG
           IF W-ALQPADOK = "S"
               MOVE W-ALQPAD TO W-ALQNOVA
               MOVE "P" TO W-ALQORIG.
           IF W-MDLDISP NOT = "S" OR CODMODELO = ZEROS
               GO TO VIR-ALIQ-CALC.
           MOVE MARCA     TO MDL-MARCA
           MOVE CODMODELO TO MDL-COD
           READ MODELO
           IF ST-MDL NOT = "00"
               GO TO VIR-ALIQ-CALC.
           MOVE 1 TO W-IX.
       VIR-ALIQ-TAB.
           IF W-ALQCOMB (W-IX) = MDL-COMBUST AND
              W-ALQACHOU (W-IX) = "S"
               MOVE W-ALQVAL (W-IX) TO W-ALQNOVA
               MOVE "C" TO W-ALQORIG
               GO TO VIR-ALIQ-CALC.
           ADD 1 TO W-IX
           IF W-IX NOT > 6
               GO TO VIR-ALIQ-TAB.
       VIR-ALIQ-CALC.
           COMPUTE W-IPVANOVO ROUNDED = VALORVEIC * W-ALQNOVA / 100.
       VIR-ALIQ-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PASSO 1 - PENDENCIAS DO EXERCICIO ANTERIOR
      *-----------------------------------------------------------------
       VIR-PEN.
           MOVE SPACES TO LINREL
           STRING "1 - PENDENCIAS DO EXERCICIO ANTERIOR (" W-EXANT ")"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           PERFORM VIR-INIVEIC THRU VIR-INIVEIC-FIM.
           IF ST-ERRO NOT = "00"
               GO TO VIR-PEN-FIM.
       VIR-PEN-LER.
           READ CADVEIC NEXT RECORD
               AT END GO TO VIR-PEN-FIM.
           ADD 1 TO W-LIDOS
           IF ANO > W-EXANT
               GO TO VIR-PEN-LER.
           MOVE SPACES TO W-PENLIC W-PENIPV
           MOVE "NAO LICENCIADO" TO W-PENLIC
           IF W-LICDISP NOT = "S"
               GO TO VIR-PEN-IPVA.
           MOVE PLACA   TO LIC-PLACA
           MOVE W-EXANT TO LIC-EXERC
           READ LICENCIA
           IF ST-LIC = "00" AND LIC-STATUS = "L"
               MOVE SPACES TO W-PENLIC.
       VIR-PEN-IPVA.
           MOVE "IPVA EM ABERTO" TO W-PENIPV
           IF W-IPGDISP NOT = "S"
               GO TO VIR-PEN-LINHA.
           MOVE PLACA   TO IPG-PLACA
           MOVE W-EXANT TO IPG-EXERC
           READ IPVAPAG
           IF ST-IPG = "00" AND IPG-DATAPAG NOT = ZEROS
               MOVE SPACES TO W-PENIPV.
       VIR-PEN-LINHA.
           IF W-PENLIC = SPACES AND W-PENIPV = SPACES
               GO TO VIR-PEN-LER.
           ADD 1 TO W-PENVEIC
           MOVE ZEROS TO MASC-VIR-VAL
           IF W-PENLIC NOT = SPACES
               ADD 1 TO W-PENLICQ.
           IF W-PENIPV NOT = SPACES
               ADD 1 TO W-PENIPVQ
               ADD CALCIPVA TO W-PENVAL
               MOVE CALCIPVA TO MASC-VIR-VAL.
           MOVE SPACES TO LINREL
           STRING "  " PLACA " " PROPRIETARIO (1:25) " " W-PENLIC " "
                  W-PENIPV " " MASC-VIR-VAL
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           GO TO VIR-PEN-LER.
       VIR-PEN-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PASSO 2 - ALIQUOTA PELA TABELA E NOVO CALCIPVA
      *-----------------------------------------------------------------
       VIR-ALQ.
           MOVE SPACES TO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE "2 - ALIQUOTA DO IPVA PELA TABELA (SO OS QUE MUDAM)"
               TO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  PLACA   ALIQUOTA         IPVA            ORIGEM"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           PERFORM VIR-INIVEIC THRU VIR-INIVEIC-FIM.
           IF ST-ERRO NOT = "00"
               GO TO VIR-ALQ-FIM.
       VIR-ALQ-LER.
           READ CADVEIC NEXT RECORD
               AT END GO TO VIR-ALQ-FIM.
           IF SITUACAO = "S" OR "s"
               ADD 1 TO W-SUCATA
               GO TO VIR-ALQ-LER.
           PERFORM VIR-ALIQ THRU VIR-ALIQ-FIM.
           ADD CALCIPVA   TO W-TOTANT
           ADD W-IPVANOVO TO W-TOTNOVO
           IF W-ALQORIG = "C"
               ADD 1 TO W-QTDCOMB
               MOVE "COMBUSTIVEL" TO W-ORIGDESC.
           IF W-ALQORIG = "P"
               ADD 1 TO W-QTDPAD
               MOVE "PADRAO" TO W-ORIGDESC.
           IF W-ALQORIG = "V"
               ADD 1 TO W-QTDVEIC
               MOVE "DO VEICULO" TO W-ORIGDESC.
           IF W-ALQNOVA = IPVA AND W-IPVANOVO = CALCIPVA
               GO TO VIR-ALQ-LER.
           ADD 1 TO W-QTDMUDA
           MOVE IPVA       TO MASC-VIR-ALQ
           MOVE W-ALQNOVA  TO MASC-VIR-ALQB
           MOVE CALCIPVA   TO MASC-VIR-VAL
           MOVE W-IPVANOVO TO MASC-VIR-VALB
           MOVE SPACES TO LINREL
           STRING "  " PLACA " " MASC-VIR-ALQ " -> " MASC-VIR-ALQB
                  "   " MASC-VIR-VAL " -> " MASC-VIR-VALB " "
                  W-ORIGDESC DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           IF W-MODO NOT = "S"
               GO TO VIR-ALQ-LER.
           MOVE W-ALQNOVA  TO IPVA
           MOVE W-IPVANOVO TO CALCIPVA
           REWRITE REGVEIC
           IF ST-ERRO = "00" OR "02"
               MOVE "VEICULO"    TO AUD-ARQ
               MOVE "VIRADA"     TO AUD-ACAO
               MOVE PLACA        TO AUD-CHAVE
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ELSE
               ADD 1 TO W-ERROS
               DISPLAY "ERRO AO REGRAVAR VEICULO " PLACA
                   " ST=" ST-ERRO.
           GO TO VIR-ALQ-LER.
       VIR-ALQ-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PASSO 3 - LICENCIAMENTO PENDENTE DO EXERCICIO NOVO
      *-----------------------------------------------------------------
       VIR-LIC.
           PERFORM VIR-INIVEIC THRU VIR-INIVEIC-FIM.
           IF ST-ERRO NOT = "00"
               GO TO VIR-LIC-FIM.
       VIR-LIC-LER.
           READ CADVEIC NEXT RECORD
               AT END GO TO VIR-LIC-FIM.
           IF SITUACAO = "S" OR "s"
               GO TO VIR-LIC-LER.
           IF W-LICDISP NOT = "S"
               GO TO VIR-LIC-NOVO.
           MOVE PLACA   TO LIC-PLACA
           MOVE W-EXERC TO LIC-EXERC
           READ LICENCIA
           IF ST-LIC = "00"
               ADD 1 TO W-LICJA
               GO TO VIR-LIC-LER.
       VIR-LIC-NOVO.
           ADD 1 TO W-LICNOVO
           IF W-MODO NOT = "S"
               GO TO VIR-LIC-LER.
           MOVE PLACA   TO LIC-PLACA
           MOVE W-EXERC TO LIC-EXERC
           MOVE "P"     TO LIC-STATUS
           MOVE ZEROS   TO LIC-DATA
           WRITE REGLIC
           IF ST-LIC = "00" OR "02"
               MOVE "LICENCIA"   TO AUD-ARQ
               MOVE "VIRADA"     TO AUD-ACAO
               MOVE LIC-CHAVE    TO AUD-CHAVE
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ELSE
               ADD 1 TO W-ERROS
               DISPLAY "ERRO AO GRAVAR LICENCIAMENTO " PLACA
                   " ST=" ST-LIC.
           GO TO VIR-LIC-LER.
       VIR-LIC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PASSO 4 - IPVA DO EXERCICIO NOVO A VENCER
      *-----------------------------------------------------------------
       VIR-DUE.
           MOVE SPACES TO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "4 - IPVA DO EXERCICIO " W-EXERC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  PLACA   PROPRIETARIO              VENCIMENTO "
                  "ALIQ.    VALOR"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           PERFORM VIR-INIVEIC THRU VIR-INIVEIC-FIM.
           IF ST-ERRO NOT = "00"
               GO TO VIR-DUE-FIM.
       VIR-DUE-LER.
           READ CADVEIC NEXT RECORD
               AT END GO TO VIR-DUE-FIM.
           IF SITUACAO = "S" OR "s"
               GO TO VIR-DUE-LER.
           PERFORM VIR-ALIQ THRU VIR-ALIQ-FIM.
           MOVE SPACES TO W-DUEOBS
           IF W-IPGDISP NOT = "S"
               GO TO VIR-DUE-LINHA.
           MOVE PLACA   TO IPG-PLACA
           MOVE W-EXERC TO IPG-EXERC
           READ IPVAPAG
           IF ST-IPG = "00" AND IPG-DATAPAG NOT = ZEROS
               MOVE "JA PAGO" TO W-DUEOBS.
       VIR-DUE-LINHA.
           IF W-DUEOBS = SPACES
               ADD 1 TO W-DUEQTD
               ADD W-IPVANOVO TO W-DUEVAL
           ELSE
               ADD 1 TO W-DUEPAGO.
           MOVE W-ALQNOVA  TO MASC-VIR-ALQ
           MOVE W-IPVANOVO TO MASC-VIR-VAL
           MOVE SPACES TO LINREL
           STRING "  " PLACA " " PROPRIETARIO (1:25) " " MES "/"
                  W-EXERC "    " MASC-VIR-ALQ " " MASC-VIR-VAL " "
                  W-DUEOBS DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           GO TO VIR-DUE-LER.
       VIR-DUE-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * TRAVA DO EXERCICIO VIRADO (SO NA APLICACAO)
      *-----------------------------------------------------------------
       VIR-PARAM.
           IF W-MODO NOT = "S"
               GO TO VIR-PARAM-FIM.
           MOVE "VIRAEXER" TO PAR-NOME
           MOVE "ULTIMO EXERCICIO VIRADO FROTA" TO PAR-DESC
           MOVE W-EXERC TO PAR-VALOR
           MOVE "ALTERACAO" TO AUD-ACAO
           REWRITE REGPAR
           IF ST-PAR = "23"
               MOVE "INCLUSAO" TO AUD-ACAO
               WRITE REGPAR.
           IF ST-PAR = "00" OR "02"
               MOVE "PARAMET"    TO AUD-ARQ
               MOVE PAR-NOME     TO AUD-CHAVE
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ELSE
               ADD 1 TO W-ERROS
               DISPLAY "ERRO AO GRAVAR PARAMETRO " PAR-NOME
                   " ST=" ST-PAR.
       VIR-PARAM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RELATORIO DE CONTROLE POR PASSO E FECHAMENTO
      *-----------------------------------------------------------------
       VIR-EOF.
           MOVE SPACES TO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE "CONTROLE DA VIRADA" TO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "VEICULOS LIDOS..........: " W-LIDOS
                  "   EM SUCATA: " W-SUCATA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE W-PENVAL TO MASC-VIR-TOT
           MOVE SPACES TO LINREL
           STRING "1 - VEICULOS PENDENTES..: " W-PENVEIC
                  "   NAO LICENCIADOS: " W-PENLICQ
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "    IPVA EM ABERTO......: " W-PENIPVQ
                  "   VALOR: " MASC-VIR-TOT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "2 - ALIQUOTA COMBUSTIVEL: " W-QTDCOMB
                  "   PADRAO: " W-QTDPAD "   DO VEICULO: " W-QTDVEIC
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE W-TOTANT  TO MASC-VIR-TOT
           MOVE W-TOTNOVO TO MASC-VIR-TOTB
           MOVE SPACES TO LINREL
           STRING "    ALTERADOS...........: " W-QTDMUDA
                  "   IPVA " MASC-VIR-TOT " -> " MASC-VIR-TOTB
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "3 - LICENCIAMENTOS NOVOS: " W-LICNOVO
                  "   JA EXISTENTES: " W-LICJA
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           MOVE W-DUEVAL TO MASC-VIR-TOT
           MOVE SPACES TO LINREL
           STRING "4 - IPVA A VENCER.......: " W-DUEQTD
                  "   VALOR: " MASC-VIR-TOT "   JA PAGOS: " W-DUEPAGO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VIR-IMP THRU VIR-IMP-FIM.
           IF W-MODO = "S"
               MOVE SPACES TO LINREL
               STRING "ERROS DE GRAVACAO.......: " W-ERROS
                      DELIMITED BY SIZE INTO LINREL
               PERFORM VIR-IMP THRU VIR-IMP-FIM.
           IF W-LICDISP = "S"
               CLOSE LICENCIA.
           IF W-IPGDISP = "S"
               CLOSE IPVAPAG.
           IF W-MDLDISP = "S"
               CLOSE MODELO.
           IF W-PARDISP = "S"
               CLOSE PARAMET.
           IF W-MODO = "S"
               CLOSE CADVEIC RELVIR IMPRESSORA AUDITORIA
           ELSE
               CLOSE CADVEIC RELVIR IMPRESSORA.
           DISPLAY "VIRAEXER - CONTROLE EM VIRAEXER.TXT".
           DISPLAY "LICENCIAMENTOS NOVOS: " W-LICNOVO.
           GO TO ROT-FIM.
      *
       VIR-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       VIR-IMP-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM (EXIGIDA POR CPYAUDP) *
      **********************
      *
           COPY CPYMENS REPLACING ==CPY-COL== BY ==12==.
      *
      **********************
      * AUDITORIA (AUDIT.TXT)   *
      **********************
      *
           COPY CPYAUDP.
