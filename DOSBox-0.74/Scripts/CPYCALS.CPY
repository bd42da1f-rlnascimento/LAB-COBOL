      *-----------------------------------------------------------------
      * CPYCALS - SELECT DO CALENDARIO ESCOLAR (CALESC.DAT). UM
      * REGISTRO POR TERMO LETIVO (O MESMO CODIGO DO FECHATER, EX.
      * "2026-1"), COM AS DATAS DOS QUATRO BIMESTRES, OS PERIODOS NAO
      * LETIVOS (RECESSO, FERIADO ESCOLAR) E A META DE DIAS LETIVOS.
      * MANTIDO EM CADCALEN.COB; O CADCHAM TIRA DELE O BIMESTRE DA
      * AULA E RECUSA CHAMADA EM DIA NAO LETIVO, E O RELLETIV AVISA A
      * COORDENACAO DA TURMA QUE VAI FICAR ABAIXO DO MINIMO.
      *-----------------------------------------------------------------
       SELECT CALESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-TERMO
                    FILE STATUS  IS ST-CAL.
