      *-----------------------------------------------------------------
      * CPYCSHS - SELECT DO HISTORICO DE CONSENTIMENTO (CONSHIST.TXT):
      * UMA LINHA POR INCLUSAO, ALTERACAO OU EXCLUSAO FEITA NO CADCONS
      * OU NA FUSAO DE AMIGOS (MERGAMIG), COM A SITUACAO ANTERIOR E A
      * NOVA. LINE SEQUENTIAL ABERTO EM EXTEND, NO MODELO DO
      * VEICHIST.TXT DO P2017N02; LISTADO POR PERIODO NO RELCONS.
      *-----------------------------------------------------------------
       SELECT CONSHIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CSH.
