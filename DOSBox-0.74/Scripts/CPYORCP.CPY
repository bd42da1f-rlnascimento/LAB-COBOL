      *-----------------------------------------------------------------
      * CPYORCP - APURACAO DO EVENTO W-APUEVE: PREVISTO (ORCEVE.DAT) E
      * REALIZADO (DESPEVE.DAT) POR CATEGORIA EM W-APU, COM OS TOTAIS
      * EM W-APUTPREV/W-APUTREAL, E OS CONFIRMADOS E PRESENTES DE
      * CONVIDA.DAT EM W-APUCONF/W-APUPRES. OS TRES ARQUIVOS FICAM
      * ABERTOS EM INPUT PELO PROGRAMA (ARQUIVO NAO ABERTO = ZERO).
      * QUEM FIZER O COPY PRECISA DE CPYORCW EM WORKING-STORAGE E DOS
      * SELECT/FD DE CPYORCS/R, CPYDSPS/R E CPYCNVS/R.
      *-----------------------------------------------------------------
       APU-001.
                MOVE ZEROS TO W-APURA W-APUCONF W-APUPRES
                MOVE ZEROS TO W-APUTPREV W-APUTREAL W-APUCAT.
       APU-ORC.
                IF W-ORCDISP NOT = "S"
                   GO TO APU-DSP.
                ADD 1 TO W-APUCAT
                IF W-APUCAT > 9
                   GO TO APU-DSP.
                MOVE W-APUEVE TO ORC-EVENTO
                MOVE W-APUCAT TO ORC-CATEG
                READ ORCEVE
                IF ST-ORC = "00"
                   MOVE ORC-PREVISTO TO W-APUPREV (W-APUCAT)
                   ADD ORC-PREVISTO TO W-APUTPREV.
                GO TO APU-ORC.
       APU-DSP.
                IF W-DSPDISP NOT = "S"
                   GO TO APU-CNV.
                MOVE W-APUEVE TO DSP-EVENTO
                MOVE ZEROS    TO DSP-SEQ
                START DESPEVE KEY IS NOT LESS THAN DSP-CHAVE
                IF ST-DSP NOT = "00"
                   GO TO APU-CNV.
       APU-DSP-LER.
                READ DESPEVE NEXT RECORD
                IF ST-DSP NOT = "00"
                   GO TO APU-CNV.
                IF DSP-EVENTO NOT = W-APUEVE
                   GO TO APU-CNV.
                IF DSP-CATEG > 0
                   ADD DSP-VALOR TO W-APUREAL (DSP-CATEG).
                ADD DSP-VALOR TO W-APUTREAL
                GO TO APU-DSP-LER.
       APU-CNV.
                IF W-CNVDISP NOT = "S"
                   GO TO APU-001-FIM.
                MOVE W-APUEVE TO CNV-EVENTO
                MOVE SPACES   TO CNV-APELIDO
                START CONVIDA KEY IS NOT LESS THAN CNV-CHAVE
                IF ST-CNV NOT = "00"
                   GO TO APU-001-FIM.
       APU-CNV-LER.
                READ CONVIDA NEXT RECORD
                IF ST-CNV NOT = "00"
                   GO TO APU-001-FIM.
                IF CNV-EVENTO NOT = W-APUEVE
                   GO TO APU-001-FIM.
                IF CNV-RSVP = "S" OR CNV-RSVP = "s"
                   ADD 1 TO W-APUCONF.
                IF CNV-PRESENTE = "S" OR CNV-PRESENTE = "s"
                   ADD 1 TO W-APUPRES.
                GO TO APU-CNV-LER.
       APU-001-FIM.
                EXIT.
