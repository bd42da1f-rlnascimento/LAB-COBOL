      *-----------------------------------------------------------------
      * CPYHORP - CRITICA DE CHOQUE DE HORARIO ENTRE DUAS TURMAS,
      * COPIADA COM CPYHORW EM WORKING-STORAGE POR QUEM MONTA OU
      * MATRICULA TURMAS (CADTURMA, P201621A, APRPREMA) E PELO
      * QUADRO DE HORARIOS (RELHORA):
      *   HOR-PAR    - LE A DURACAO DA AULA (PARAMETRO AULAMIN) NA
      *                PRIMEIRA CHAMADA; AS SEGUINTES NAO FAZEM NADA;
      *   HOR-CHOQUE - AS DUAS TURMAS CHOCAM QUANDO SAO DO MESMO ANO
      *                LETIVO (ANO ZERADO VALE PARA QUALQUER ANO), DO
      *                MESMO DIA DA SEMANA E UMA COMECA ANTES DA OUTRA
      *                TERMINAR (INICIOS A MENOS DE UMA AULA DE
      *                DISTANCIA).
      *-----------------------------------------------------------------
       HOR-PAR.
           IF W-HORPARLIDO = "S"
               GO TO HOR-PAR-FIM.
           MOVE "S" TO W-HORPARLIDO
           MOVE "AULAMIN" TO W-HORPNOME
           CALL "PARLER" USING W-HORPNOME W-HORPVALOR W-HORPACHOU
           IF W-HORPACHOU = "S" AND W-HORPVALOR > ZEROS
               MOVE W-HORPVALOR TO W-HORAULA.
       HOR-PAR-FIM.
           EXIT.
      *
       HOR-CHOQUE.
           MOVE "N" TO W-HORCHOQUE
           IF W-HORDIA1 NOT = W-HORDIA2
               GO TO HOR-CHOQUE-FIM.
           IF W-HORANO1 NOT = ZEROS AND W-HORANO2 NOT = ZEROS
              AND W-HORANO1 NOT = W-HORANO2
               GO TO HOR-CHOQUE-FIM.
           COMPUTE W-HORMIN1 = W-HORHH1 * 60 + W-HORMM1
           COMPUTE W-HORMIN2 = W-HORHH2 * 60 + W-HORMM2
           IF W-HORMIN1 < W-HORMIN2
               IF W-HORMIN2 - W-HORMIN1 < W-HORAULA
                   MOVE "S" TO W-HORCHOQUE
               ELSE
                   NEXT SENTENCE
           ELSE
               IF W-HORMIN1 - W-HORMIN2 < W-HORAULA
                   MOVE "S" TO W-HORCHOQUE.
       HOR-CHOQUE-FIM.
           EXIT.
