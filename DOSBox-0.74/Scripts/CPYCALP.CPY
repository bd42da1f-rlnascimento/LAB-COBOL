      *-----------------------------------------------------------------
      * CPYCALP - ROTINAS DO CALENDARIO ESCOLAR (CALESC.DAT), COPIADAS
      * COM CPYCALW POR QUEM PRECISA SABER SE UM DIA E LETIVO:
      *   CAL-BUSCA   - ABRE O CALESC SO PARA LEITURA, PROCURA O TERMO
      *                 CUJOS BIMESTRES CONTEM W-CALDATA E O DEIXA EM
      *                 REGCAL (W-CALACHOU = S). SEM O ARQUIVO OU SEM
      *                 TERMO PARA A DATA, W-CALACHOU = N. NAO USAR
      *                 COM O CALESC JA ABERTO (CADCALEN);
      *   CAL-LETIVO  - COM O TERMO EM REGCAL, DIZ SE W-CALDATA E DIA
      *                 LETIVO (W-CALLETIVO), EM QUE BIMESTRE ESTA
      *                 (W-CALBIM, ZERO = FORA DOS BIMESTRES) E, SE NAO
      *                 FOR LETIVO, POR QUE (W-CALMOTIVO);
      *   CAL-CONTA   - CONTA OS DIAS LETIVOS DE W-CALDE A W-CALATE
      *                 (SO OS DO DIA DA SEMANA W-CALFILTRO QUANDO ELE
      *                 NAO E ZERO) EM W-CALQTD;
      *   CAL-DOW     - DIA DA SEMANA DE W-CALDATA EM W-CALDOW
      *                 (1=SEGUNDA ... 7=DOMINGO, COMO O TUR-DIASEM);
      *   CAL-PROXDIA - SOMA UM DIA A W-CALDATA.
      *-----------------------------------------------------------------
       CAL-BUSCA.
           MOVE "N" TO W-CALACHOU
           OPEN INPUT CALESC
           IF ST-CAL NOT = "00"
               GO TO CAL-BUSCA-FIM.
       CAL-BUSCA-LER.
           READ CALESC NEXT RECORD
           IF ST-CAL NOT = "00"
               CLOSE CALESC
               GO TO CAL-BUSCA-FIM.
           IF W-CALDATA < CAL-BIMINI (1) OR W-CALDATA > CAL-BIMFIM (4)
               GO TO CAL-BUSCA-LER.
           MOVE "S" TO W-CALACHOU
           CLOSE CALESC.
       CAL-BUSCA-FIM.
           EXIT.
      *
       CAL-LETIVO.
           MOVE "N" TO W-CALLETIVO
           MOVE ZEROS TO W-CALBIM
           MOVE 1 TO W-CALIX.
       CAL-LETIVO-BIM.
           IF W-CALIX > 4
               GO TO CAL-LETIVO-DIA.
           IF W-CALDATA NOT < CAL-BIMINI (W-CALIX)
              AND W-CALDATA NOT > CAL-BIMFIM (W-CALIX)
               MOVE W-CALIX TO W-CALBIM
               GO TO CAL-LETIVO-DIA.
           ADD 1 TO W-CALIX
           GO TO CAL-LETIVO-BIM.
       CAL-LETIVO-DIA.
           IF W-CALBIM = ZEROS
               MOVE "FORA DOS BIMESTRES" TO W-CALMOTIVO
               GO TO CAL-LETIVO-FIM.
           PERFORM CAL-DOW THRU CAL-DOW-FIM.
           IF W-CALDOW = 7
               MOVE "DOMINGO" TO W-CALMOTIVO
               GO TO CAL-LETIVO-FIM.
           IF W-CALDOW = 6 AND CAL-SABADO NOT = "S"
               MOVE "SABADO" TO W-CALMOTIVO
               GO TO CAL-LETIVO-FIM.
           MOVE 1 TO W-CALIX.
       CAL-LETIVO-NL.
           IF W-CALIX > 10
               MOVE "S" TO W-CALLETIVO
               MOVE SPACES TO W-CALMOTIVO
               GO TO CAL-LETIVO-FIM.
           IF CAL-NLINI (W-CALIX) NOT = ZEROS
              AND W-CALDATA NOT < CAL-NLINI (W-CALIX)
              AND W-CALDATA NOT > CAL-NLFIM (W-CALIX)
               MOVE CAL-NLDESC (W-CALIX) TO W-CALMOTIVO
               GO TO CAL-LETIVO-FIM.
           ADD 1 TO W-CALIX
           GO TO CAL-LETIVO-NL.
       CAL-LETIVO-FIM.
           EXIT.
      *
       CAL-CONTA.
           MOVE W-CALDATA TO W-CALGUARDA
           MOVE ZEROS TO W-CALQTD
           MOVE W-CALDE TO W-CALDATA.
       CAL-CONTA-DIA.
           IF W-CALDATA > W-CALATE
               MOVE W-CALGUARDA TO W-CALDATA
               GO TO CAL-CONTA-FIM.
           PERFORM CAL-LETIVO THRU CAL-LETIVO-FIM.
           IF W-CALLETIVO = "S"
               IF W-CALFILTRO = ZEROS OR W-CALFILTRO = W-CALDOW
                   ADD 1 TO W-CALQTD.
           PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM.
           GO TO CAL-CONTA-DIA.
       CAL-CONTA-FIM.
           EXIT.
      *
      *        CONGRUENCIA DE ZELLER: 0=SABADO, 1=DOMINGO, 2=SEGUNDA...
       CAL-DOW.
           MOVE W-CALANO TO W-CALZA
           MOVE W-CALMES TO W-CALZM
           IF W-CALZM < 3
               ADD 12 TO W-CALZM
               SUBTRACT 1 FROM W-CALZA.
           COMPUTE W-CALZT = 13 * (W-CALZM + 1)
           DIVIDE W-CALZT BY 5   GIVING W-CALZ1
           DIVIDE W-CALZA BY 4   GIVING W-CALZ2
           DIVIDE W-CALZA BY 100 GIVING W-CALZ3
           DIVIDE W-CALZA BY 400 GIVING W-CALZ4
           COMPUTE W-CALZQ = W-CALDIA + W-CALZ1 + W-CALZA + W-CALZ2
                           - W-CALZ3 + W-CALZ4
           DIVIDE W-CALZQ BY 7 GIVING W-CALZT REMAINDER W-CALZR.
           IF W-CALZR = 0
               MOVE 6 TO W-CALDOW
           ELSE
               IF W-CALZR = 1
                   MOVE 7 TO W-CALDOW
               ELSE
                   COMPUTE W-CALDOW = W-CALZR - 1.
       CAL-DOW-FIM.
           EXIT.
      *
       CAL-PROXDIA.
           MOVE 31 TO W-CALFIMMES
           IF W-CALMES = 4 OR W-CALMES = 6 OR W-CALMES = 9
              OR W-CALMES = 11
               MOVE 30 TO W-CALFIMMES.
           IF W-CALMES = 2
               PERFORM CAL-FEVEREIRO THRU CAL-FEVEREIRO-FIM.
           ADD 1 TO W-CALDIA
           IF W-CALDIA > W-CALFIMMES
               MOVE 1 TO W-CALDIA
               ADD 1 TO W-CALMES
               IF W-CALMES > 12
                   MOVE 1 TO W-CALMES
                   ADD 1 TO W-CALANO.
       CAL-PROXDIA-FIM.
           EXIT.
      *
      *        BISSEXTO: DIVISIVEL POR 4, MENOS O SECULO QUE NAO E
      *        DIVISIVEL POR 400 (A MESMA REGRA DO CPYDTVP)
       CAL-FEVEREIRO.
           MOVE 28 TO W-CALFIMMES
           DIVIDE W-CALANO BY 4 GIVING W-CALZ1 REMAINDER W-CALZ2
           IF W-CALZ2 NOT = ZEROS
               GO TO CAL-FEVEREIRO-FIM.
           MOVE 29 TO W-CALFIMMES
           DIVIDE W-CALANO BY 100 GIVING W-CALZ1 REMAINDER W-CALZ2
           IF W-CALZ2 NOT = ZEROS
               GO TO CAL-FEVEREIRO-FIM.
           DIVIDE W-CALANO BY 400 GIVING W-CALZ1 REMAINDER W-CALZ2
           IF W-CALZ2 NOT = ZEROS
               MOVE 28 TO W-CALFIMMES.
       CAL-FEVEREIRO-FIM.
           EXIT.
