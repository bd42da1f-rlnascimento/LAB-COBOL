       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJUSTE.
      **************************************
      *  REAJUSTE ANUAL DA MENSALIDADE     *
      *  (VLMENSAL, DESCONTO E MENSALID)   *
      **************************************
      *----------------------------------------------------------------
      * O OPERADOR INFORMA O PERCENTUAL DE REAJUSTE E A COMPETENCIA
      * (AAAAMM) A PARTIR DA QUAL O NOVO VALOR VALE. NO MOLDE DO
      * REAVALIA, RODA EM DOIS MODOS:
      *   SIMULACAO (QUALQUER OPERADOR) - SO IMPRIME, NADA E ALTERADO;
      *   APLICACAO (LOGIN DE SUPERVISOR - OPRLOGIN) - IMPRIME O MESMO
      *   E GRAVA, COM CADA MEXIDA EM AUDIT.TXT.
      * O RELATORIO TRAZ, PARA CADA ALUNO ATIVO, A MENSALIDADE ATUAL E
      * A NOVA JA COM O DESCONTO VIGENTE NA COMPETENCIA DE VIGENCIA
      * (DESCONTO.DAT, MESMA CONTA DO GERAMENS). NA APLICACAO:
      *   - VLMENSAL (PARAMET.DAT) PASSA AO VALOR REAJUSTADO;
      *   - DESCONTO DE VALOR FIXO (DSC-TIPO = F) AINDA EM VIGOR NA
      *     COMPETENCIA DE VIGENCIA E REAJUSTADO PELO MESMO
      *     PERCENTUAL (O PERCENTUAL NAO MUDA);
      *   - MENSALIDADE JA GERADA DA VIGENCIA EM DIANTE, EM ABERTO,
      *     FORA DE ACORDO, NAO CANCELADA E AINDA NAO ENVIADA EM
      *     REMESSA DO BOLREM (MEN-REMESSA ZERADO) TEM O MEN-VALOR
      *     REFEITO EM DUAS PARTES: A MENSALIDADE (VLMENSAL MENOS O
      *     DESCONTO DA COMPETENCIA) E RECALCULADA COM O VALOR E O
      *     DESCONTO NOVOS, E A TAXA DO TRANSPORTE QUE O GERAMENS
      *     SOMOU (O QUE O MEN-VALOR TEM ALEM DA CONTA ANTIGA) FICA
      *     COMO ESTA - O MESMO RESULTADO DE GERAR DE NOVO E O MESMO
      *     VALOR DA SIMULACAO POR ALUNO. A QUE JA ESTA NO BANCO FICA
      *     COMO ESTA E SAI APONTADA; A QUE TEM MENOS QUE A CONTA
      *     ANTIGA (MES DA SAIDA PRO RATA NO CADSAIDA) TAMBEM.
      * AS MENSALIDADES SAO FEITAS ANTES DOS DESCONTOS FIXOS, PARA A
      * CONTA ANTIGA AINDA ACHAR O DSC-VALOR SEM REAJUSTE.
      * PARCELA DE ACORDO (ACORPARC.DAT) NAO E REAJUSTADA: O VALOR
      * FOI NEGOCIADO NO CADACORD E E O QUE O PAGADOR ASSINOU.
      * A VIGENCIA APLICADA FICA EM PARAMET.DAT (CHAVE REAJVIG) E O
      * JOB RECUSA APLICAR DE NOVO NA MESMA VIGENCIA OU ANTERIOR -
      * RODAR DUAS VEZES NAO DOBRA O REAJUSTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPARS.
           COPY CPYALUS.
           COPY CPYDSCS.
           COPY CPYMSLS.
           SELECT RELREA ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CPYIMPS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPARR.
           COPY CPYALUR.
           COPY CPYDSCR.
           COPY CPYMSLR.
      *
       FD  RELREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REAJUSTE.TXT".
       01 LINREL                       PIC X(80).
      *
           COPY CPYIMPR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-DSC         PIC X(02) VALUE "00".
       77 ST-MEN         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-MODO         PIC X(01) VALUE "N".
       77 W-PCT          PIC 9(03)V99 VALUE ZEROS.
       77 W-VIG          PIC 9(06) VALUE ZEROS.
       77 W-VIG-MES      PIC 9(02) VALUE ZEROS.
       77 W-PARDISP      PIC X(01) VALUE "N".
       77 W-DSCDISP      PIC X(01) VALUE "N".
       77 W-VLACHOU      PIC X(01) VALUE "N".
       77 W-VLATUAL      PIC 9(06)V99 VALUE ZEROS.
       77 W-VLNOVO       PIC 9(06)V99 VALUE ZEROS.
       77 W-ULTVIG       PIC 9(06) VALUE ZEROS.
      *        CONTA DA MENSALIDADE COM DESCONTO (REA-CALC)
       77 W-BASE         PIC 9(06)V99 VALUE ZEROS.
       77 W-CALCTIPO     PIC X(01) VALUE SPACES.
       77 W-CALCDSC      PIC 9(06)V99 VALUE ZEROS.
       77 W-RESULT       PIC 9(06)V99 VALUE ZEROS.
       77 W-ALUATUAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-DSCTIPO      PIC X(01) VALUE SPACES.
       77 W-DSCATUAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-DSCNOVO      PIC 9(06)V99 VALUE ZEROS.
       77 W-DSCDESC      PIC X(10) VALUE SPACES.
       77 W-VALNOVO      PIC 9(06)V99 VALUE ZEROS.
       77 W-MENMENS      PIC 9(06)V99 VALUE ZEROS.
       77 W-MENTRANSP    PIC 9(06)V99 VALUE ZEROS.
      *        CONTADORES E TOTAIS
       77 W-ALUNOS       PIC 9(06) VALUE ZEROS.
       77 W-TOTATUAL     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTNOVO      PIC 9(09)V99 VALUE ZEROS.
       77 W-DSCFIXOS     PIC 9(06) VALUE ZEROS.
       77 W-MENREAJ      PIC 9(06) VALUE ZEROS.
       77 W-MENREMES     PIC 9(06) VALUE ZEROS.
       77 W-MENDIF       PIC 9(06) VALUE ZEROS.
       77 W-ERROS        PIC 9(06) VALUE ZEROS.
           COPY CPYMASC.
       77 MASC-REA-PCT   PIC ZZ9,99.
       77 MASC-REA-TOT   PIC ZZZ.ZZZ.ZZZ,ZZ.
       77 MASC-REA-TOTB  PIC ZZZ.ZZZ.ZZZ,ZZ.
           COPY CPYAUDW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "REAJUSTE - REAJUSTE ANUAL DA MENSALIDADE".
       REA-PCT.
           DISPLAY "PERCENTUAL DE REAJUSTE (EX. 008,50): ".
           MOVE ZEROS TO W-PCT
           ACCEPT W-PCT.
           IF W-PCT = ZEROS
               GO TO REA-PCT.
       REA-VIG.
           DISPLAY "COMPETENCIA DE VIGENCIA (AAAAMM): ".
           MOVE ZEROS TO W-VIG
           ACCEPT W-VIG.
           MOVE W-VIG TO W-VIG-MES.
           IF W-VIG < 190001 OR W-VIG-MES = ZEROS OR W-VIG-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO REA-VIG.
       REA-MODO.
           DISPLAY "APLICAR O REAJUSTE (S/N)? N = SO SIMULACAO: ".
           MOVE "N" TO W-MODO
           ACCEPT W-MODO.
           IF W-MODO = "s"
               MOVE "S" TO W-MODO.
           IF W-MODO NOT = "S" AND W-MODO NOT = "N"
               GO TO REA-MODO.
      *        A APLICACAO E ATO DE SUPERVISOR
           IF W-MODO = "S"
               PERFORM REA-LOGIN THRU REA-LOGIN-FIM
               IF W-LOGINOK NOT = "S" OR W-OPERNIVEL NOT = "S"
                   DISPLAY "APLICACAO EXIGE SUPERVISOR - SEGUINDO"
                       " EM SIMULACAO"
                   MOVE "N" TO W-MODO.
           PERFORM REA-OP0 THRU REA-OP0-FIM.
           PERFORM REA-PADRAO THRU REA-PADRAO-FIM.
           IF W-MODO = "S"
               PERFORM AUD-OP0 THRU AUD-OP0-FIM.
           PERFORM REA-CABEC THRU REA-CABEC-FIM.
           PERFORM REA-ALU THRU REA-ALU-FIM.
           PERFORM REA-MEN THRU REA-MEN-FIM.
           PERFORM REA-DSC THRU REA-DSC-FIM.
           PERFORM REA-PARAM THRU REA-PARAM-FIM.
           GO TO REA-EOF.
      *
      *-----------------------------------------------------------------
      * LOGIN DO SUPERVISOR PARA O MODO DE APLICACAO
      *-----------------------------------------------------------------
       REA-LOGIN.
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
       REA-LOGIN-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS (I-O SO NA APLICACAO). PARAMET.DAT E
      * DESCONTO.DAT SAO OPCIONAIS, COMO NO GERAMENS
      *-----------------------------------------------------------------
       REA-OP0.
           OPEN INPUT ALUNO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - ST=" ST-ERRO
               GO TO ROT-FIM.
           IF W-MODO = "S"
               OPEN I-O MENSALID
           ELSE
               OPEN INPUT MENSALID.
           IF ST-MEN NOT = "00"
               DISPLAY "ERRO AO ABRIR MENSALID.DAT - ST=" ST-MEN
               CLOSE ALUNO
               GO TO ROT-FIM.
           OPEN OUTPUT RELREA
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR REAJUSTE.TXT - ST=" ST-REL
               CLOSE ALUNO MENSALID
               GO TO ROT-FIM.
           MOVE "REAJUSTE.SPL" TO W-SPLNOME
           CALL "SPLCTL" USING W-SPLNOME "REAJUSTE" W-SPLOPER
           OPEN OUTPUT IMPRESSORA
           IF ST-IMP NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPRESSORA - ST=" ST-IMP
               CLOSE ALUNO MENSALID RELREA
               GO TO ROT-FIM.
       REA-OP1.
           IF W-MODO = "S"
               OPEN I-O DESCONTO
           ELSE
               OPEN INPUT DESCONTO.
           IF ST-DSC = "00"
               MOVE "S" TO W-DSCDISP
           ELSE
               MOVE "N" TO W-DSCDISP.
       REA-OP2.
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
       REA-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * VALOR PADRAO ATUAL (VLMENSAL) E A TRAVA DA VIGENCIA JA
      * APLICADA (REAJVIG)
      *-----------------------------------------------------------------
       REA-PADRAO.
           MOVE "N" TO W-VLACHOU
           MOVE ZEROS TO W-ULTVIG
           IF W-PARDISP NOT = "S"
               GO TO REA-PADRAO-VL.
           MOVE "VLMENSAL" TO PAR-NOME
           READ PARAMET
           IF ST-PAR = "00" AND PAR-VALOR > ZEROS
               MOVE PAR-VALOR TO W-VLATUAL
               MOVE "S" TO W-VLACHOU.
           MOVE "REAJVIG" TO PAR-NOME
           READ PARAMET
           IF ST-PAR = "00"
               MOVE PAR-VALOR TO W-ULTVIG.
       REA-PADRAO-VL.
           IF W-VLACHOU = "S"
               GO TO REA-PADRAO-TRAVA.
           DISPLAY "VLMENSAL NAO CADASTRADO - VALOR ATUAL DA"
               " MENSALIDADE: ".
           MOVE ZEROS TO W-VLATUAL
           ACCEPT W-VLATUAL.
           IF W-VLATUAL = ZEROS
               GO TO REA-PADRAO-VL.
       REA-PADRAO-TRAVA.
           IF W-MODO = "S" AND W-ULTVIG NOT < W-VIG
               DISPLAY "REAJUSTE JA APLICADO NA VIGENCIA " W-ULTVIG
                   " - SEGUINDO EM SIMULACAO"
               MOVE "N" TO W-MODO.
           COMPUTE W-VLNOVO ROUNDED = W-VLATUAL * (100 + W-PCT) / 100.
       REA-PADRAO-FIM.
           EXIT.
      *
       REA-CABEC.
           MOVE "REAJUSTE ANUAL DA MENSALIDADE" TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           IF W-MODO = "S"
               MOVE "(MODO DE APLICACAO - SUPERVISOR)" TO LINREL
           ELSE
               MOVE "(SIMULACAO - NADA E ALTERADO)" TO LINREL.
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE W-PCT TO MASC-REA-PCT
           MOVE SPACES TO LINREL
           STRING "PERCENTUAL: " MASC-REA-PCT "%   VIGENCIA: " W-VIG
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE W-VLATUAL TO MASC-DINHEIRO-REL
           MOVE W-VLNOVO  TO MASC-DINHEIRO-REL-B
           MOVE SPACES TO LINREL
           STRING "MENSALIDADE PADRAO (VLMENSAL): " MASC-DINHEIRO-REL
                  " -> " MASC-DINHEIRO-REL-B
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE "MENSALIDADE POR ALUNO, COM O DESCONTO VIGENTE"
               TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "  ALUNO NOME                      DESCONTO  "
                  "     ATUAL       NOVA"
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
       REA-CABEC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * SIMULACAO POR ALUNO ATIVO: ATUAL x NOVA, DEPOIS DO DESCONTO
      *-----------------------------------------------------------------
       REA-ALU.
           READ ALUNO NEXT RECORD
               AT END GO TO REA-ALU-FIM.
           IF SITALU = "C" OR SITALU = "T"
               GO TO REA-ALU.
           ADD 1 TO W-ALUNOS
           MOVE SPACES TO W-DSCTIPO W-DSCDESC
           MOVE ZEROS  TO W-DSCATUAL W-DSCNOVO
           IF W-DSCDISP NOT = "S"
               GO TO REA-ALU-CALC.
           MOVE CODALU TO DSC-CODALU
           READ DESCONTO
           IF ST-DSC NOT = "00"
               GO TO REA-ALU-CALC.
           IF W-VIG < DSC-COMPINI OR W-VIG > DSC-COMPFIM
               GO TO REA-ALU-CALC.
           MOVE DSC-TIPO  TO W-DSCTIPO
           MOVE DSC-VALOR TO W-DSCATUAL W-DSCNOVO
           IF DSC-TIPO = "P"
               MOVE DSC-VALOR TO MASC-REA-PCT
               STRING MASC-REA-PCT "%" DELIMITED BY SIZE
                      INTO W-DSCDESC
           ELSE
               COMPUTE W-DSCNOVO ROUNDED =
                   DSC-VALOR * (100 + W-PCT) / 100
               MOVE "VALOR FIXO" TO W-DSCDESC.
       REA-ALU-CALC.
           MOVE W-VLATUAL  TO W-BASE
           MOVE W-DSCTIPO  TO W-CALCTIPO
           MOVE W-DSCATUAL TO W-CALCDSC
           PERFORM REA-CALC THRU REA-CALC-FIM.
           MOVE W-RESULT TO W-ALUATUAL
           MOVE W-VLNOVO  TO W-BASE
           MOVE W-DSCNOVO TO W-CALCDSC
           PERFORM REA-CALC THRU REA-CALC-FIM.
           ADD W-ALUATUAL TO W-TOTATUAL
           ADD W-RESULT   TO W-TOTNOVO
           MOVE W-ALUATUAL TO MASC-DINHEIRO-REL
           MOVE W-RESULT   TO MASC-DINHEIRO-REL-B
           MOVE SPACES TO LINREL
           STRING "  " CODALU " " NOME (1:25) " " W-DSCDESC " "
                  MASC-DINHEIRO-REL " " MASC-DINHEIRO-REL-B
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           GO TO REA-ALU.
       REA-ALU-FIM.
           EXIT.
      *
      *        MENSALIDADE = W-BASE MENOS O DESCONTO (W-CALCTIPO /
      *        W-CALCDSC), NA MESMA CONTA DO GER-DESC DO GERAMENS
       REA-CALC.
           MOVE W-BASE TO W-RESULT
           IF W-CALCTIPO = "P"
               COMPUTE W-RESULT ROUNDED =
                   W-BASE - (W-BASE * W-CALCDSC / 100).
           IF W-CALCTIPO = "F"
               IF W-CALCDSC < W-BASE
                   COMPUTE W-RESULT = W-BASE - W-CALCDSC
               ELSE
                   MOVE ZEROS TO W-RESULT.
       REA-CALC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DESCONTOS DE VALOR FIXO AINDA EM VIGOR NA VIGENCIA
      *-----------------------------------------------------------------
       REA-DSC.
           IF W-DSCDISP NOT = "S"
               GO TO REA-DSC-FIM.
           MOVE SPACES TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE "DESCONTOS DE VALOR FIXO REAJUSTADOS" TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE ZEROS TO DSC-CODALU
           START DESCONTO KEY IS NOT LESS THAN DSC-CODALU
           IF ST-DSC NOT = "00"
               GO TO REA-DSC-FIM.
       REA-DSC-LER.
           READ DESCONTO NEXT RECORD
               AT END GO TO REA-DSC-FIM.
           IF DSC-TIPO NOT = "F" OR DSC-COMPFIM < W-VIG
               GO TO REA-DSC-LER.
           COMPUTE W-DSCNOVO ROUNDED = DSC-VALOR * (100 + W-PCT) / 100
           ADD 1 TO W-DSCFIXOS
           MOVE DSC-VALOR TO MASC-DINHEIRO-REL
           MOVE W-DSCNOVO TO MASC-DINHEIRO-REL-B
           MOVE SPACES TO LINREL
           STRING "  ALUNO " DSC-CODALU " " DSC-MOTDESC " "
                  MASC-DINHEIRO-REL " -> " MASC-DINHEIRO-REL-B
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           IF W-MODO NOT = "S"
               GO TO REA-DSC-LER.
           MOVE W-DSCNOVO TO DSC-VALOR
           REWRITE REGDSC
           IF ST-DSC = "00" OR "02"
               MOVE "DESCONTO"   TO AUD-ARQ
               MOVE "REAJUSTE"   TO AUD-ACAO
               MOVE DSC-CODALU   TO AUD-CHAVE
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ELSE
               ADD 1 TO W-ERROS
               DISPLAY "ERRO AO REGRAVAR DESCONTO " DSC-CODALU
                   " ST=" ST-DSC.
           GO TO REA-DSC-LER.
       REA-DSC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MENSALIDADES JA GERADAS DA VIGENCIA EM DIANTE, AINDA EM ABERTO
      *-----------------------------------------------------------------
       REA-MEN.
           MOVE SPACES TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE "MENSALIDADES JA GERADAS REAJUSTADAS" TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
       REA-MEN-LER.
           READ MENSALID NEXT RECORD
               AT END GO TO REA-MEN-FIM.
           IF MEN-COMPET < W-VIG
               GO TO REA-MEN-LER.
           IF MEN-DATAPAG NOT = ZEROS OR MEN-ACORDO NOT = ZEROS
               GO TO REA-MEN-LER.
           IF MEN-SITUACAO = "C" OR MEN-VALOR = ZEROS
               GO TO REA-MEN-LER.
           IF MEN-REMESSA NOT = ZEROS
               ADD 1 TO W-MENREMES
               MOVE SPACES TO LINREL
               STRING "  ALUNO " MEN-CODALU " " MEN-COMPET
                      " MANTIDA - JA NA REMESSA DE " MEN-REMESSA
                      DELIMITED BY SIZE INTO LINREL
               PERFORM REA-IMP THRU REA-IMP-FIM
               GO TO REA-MEN-LER.
           PERFORM REA-MENDSC THRU REA-MENDSC-FIM.
      *        PARTE DA MENSALIDADE PELA CONTA ANTIGA; O QUE PASSA
      *        DELA E A TAXA DO TRANSPORTE
           MOVE W-VLATUAL  TO W-BASE
           MOVE W-DSCATUAL TO W-CALCDSC
           PERFORM REA-CALC THRU REA-CALC-FIM.
           MOVE W-RESULT TO W-MENMENS
           IF MEN-VALOR < W-MENMENS
               ADD 1 TO W-MENDIF
               MOVE SPACES TO LINREL
               STRING "  ALUNO " MEN-CODALU " " MEN-COMPET
                      " MANTIDA - VALOR ABAIXO DO GERADO"
                      DELIMITED BY SIZE INTO LINREL
               PERFORM REA-IMP THRU REA-IMP-FIM
               GO TO REA-MEN-LER.
           COMPUTE W-MENTRANSP = MEN-VALOR - W-MENMENS
           MOVE W-VLNOVO  TO W-BASE
           MOVE W-DSCNOVO TO W-CALCDSC
           PERFORM REA-CALC THRU REA-CALC-FIM.
           COMPUTE W-VALNOVO = W-RESULT + W-MENTRANSP
           ADD 1 TO W-MENREAJ
           MOVE MEN-VALOR TO MASC-DINHEIRO-REL
           MOVE W-VALNOVO TO MASC-DINHEIRO-REL-B
           MOVE SPACES TO LINREL
           STRING "  ALUNO " MEN-CODALU " " MEN-COMPET " "
                  MASC-DINHEIRO-REL " -> " MASC-DINHEIRO-REL-B
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           IF W-MODO NOT = "S"
               GO TO REA-MEN-LER.
           MOVE W-VALNOVO TO MEN-VALOR
           REWRITE REGMEN
           IF ST-MEN = "00" OR "02"
               MOVE "MENSALID"   TO AUD-ARQ
               MOVE "REAJUSTE"   TO AUD-ACAO
               MOVE MEN-CHAVE    TO AUD-CHAVE
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           ELSE
               ADD 1 TO W-ERROS
               DISPLAY "ERRO AO REGRAVAR MENSALIDADE " MEN-CODALU
                   " ST=" ST-MEN.
           GO TO REA-MEN-LER.
       REA-MEN-FIM.
           EXIT.
      *
      *        DESCONTO DO ALUNO VIGENTE NA COMPETENCIA DA MENSALIDADE,
      *        ANTES E DEPOIS DO REAJUSTE (FIXO REAJUSTADO COMO NO
      *        REA-DSC; PERCENTUAL NAO MUDA)
       REA-MENDSC.
           MOVE SPACES TO W-CALCTIPO
           MOVE ZEROS  TO W-DSCATUAL W-DSCNOVO
           IF W-DSCDISP NOT = "S"
               GO TO REA-MENDSC-FIM.
           MOVE MEN-CODALU TO DSC-CODALU
           READ DESCONTO
           IF ST-DSC NOT = "00"
               GO TO REA-MENDSC-FIM.
           IF MEN-COMPET < DSC-COMPINI OR MEN-COMPET > DSC-COMPFIM
               GO TO REA-MENDSC-FIM.
           MOVE DSC-TIPO  TO W-CALCTIPO
           MOVE DSC-VALOR TO W-DSCATUAL W-DSCNOVO
           IF DSC-TIPO = "F"
               COMPUTE W-DSCNOVO ROUNDED =
                   DSC-VALOR * (100 + W-PCT) / 100.
       REA-MENDSC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * NOVO VLMENSAL E A TRAVA DA VIGENCIA (SO NA APLICACAO)
      *-----------------------------------------------------------------
       REA-PARAM.
           IF W-MODO NOT = "S" OR W-PARDISP NOT = "S"
               GO TO REA-PARAM-FIM.
           MOVE "VLMENSAL" TO PAR-NOME
           MOVE "VALOR PADRAO DA MENSALIDADE" TO PAR-DESC
           MOVE W-VLNOVO TO PAR-VALOR
           PERFORM REA-PARGRAVA THRU REA-PARGRAVA-FIM.
           MOVE "REAJVIG" TO PAR-NOME
           MOVE "VIGENCIA DO ULTIMO REAJUSTE" TO PAR-DESC
           MOVE W-VIG TO PAR-VALOR
           PERFORM REA-PARGRAVA THRU REA-PARGRAVA-FIM.
       REA-PARAM-FIM.
           EXIT.
      *
      *        GRAVA (OU REGRAVA) O PARAMETRO MONTADO EM REGPAR
       REA-PARGRAVA.
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
       REA-PARGRAVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       REA-EOF.
           MOVE SPACES TO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE W-TOTATUAL TO MASC-REA-TOT
           MOVE W-TOTNOVO  TO MASC-REA-TOTB
           MOVE SPACES TO LINREL
           STRING "ALUNOS ATIVOS...........: " W-ALUNOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "RECEITA MENSAL ATUAL....: " MASC-REA-TOT
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "RECEITA MENSAL NOVA.....: " MASC-REA-TOTB
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "DESCONTOS FIXOS.........: " W-DSCFIXOS
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MENSALIDADES REAJUSTADAS: " W-MENREAJ
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MANTIDAS (JA NA REMESSA): " W-MENREMES
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           MOVE SPACES TO LINREL
           STRING "MANTIDAS (ABAIXO GERADO): " W-MENDIF
                  DELIMITED BY SIZE INTO LINREL
           PERFORM REA-IMP THRU REA-IMP-FIM.
           IF W-MODO = "S"
               MOVE SPACES TO LINREL
               STRING "ERROS DE GRAVACAO.......: " W-ERROS
                      DELIMITED BY SIZE INTO LINREL
               PERFORM REA-IMP THRU REA-IMP-FIM.
           IF W-MODO = "S" AND W-PARDISP NOT = "S"
               MOVE "PARAMET.DAT INDISPONIVEL - ACERTE O VLMENSAL NO"
                   TO LINREL
               PERFORM REA-IMP THRU REA-IMP-FIM
               MOVE "CADPARAM" TO LINREL
               PERFORM REA-IMP THRU REA-IMP-FIM.
           IF W-DSCDISP = "S"
               CLOSE DESCONTO.
           IF W-PARDISP = "S"
               CLOSE PARAMET.
           IF W-MODO = "S"
               CLOSE ALUNO MENSALID RELREA IMPRESSORA AUDITORIA
           ELSE
               CLOSE ALUNO MENSALID RELREA IMPRESSORA.
           DISPLAY "REAJUSTE - RESULTADO EM REAJUSTE.TXT".
           DISPLAY "MENSALIDADES REAJUSTADAS: " W-MENREAJ.
           GO TO ROT-FIM.
      *
       REA-IMP.
           WRITE LINREL
           MOVE LINREL TO LINIMPR
           WRITE LINIMPR.
       REA-IMP-FIM.
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
