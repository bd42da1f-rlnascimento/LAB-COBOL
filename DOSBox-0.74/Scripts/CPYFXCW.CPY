      *-----------------------------------------------------------------
      * CPYFXCW - CAMPOS DE WORKING-STORAGE DA CRITICA DE CODCEP
      * CONTRA AS FAIXAS DOS CORREIOS (VER CPYFXCP). O PROGRAMA MOVE
      * CEP, UF E CIDADE PARA W-FXCCEP/W-FXCUF/W-FXCCID, PERFORMA
      * FXC-VER THRU FXC-VER-FIM E OLHA W-FXCRES:
      *   S = CONFERE (OU A CIDADE NAO TEM FAIXA PROPRIA)
      *   U = CEP FORA DAS FAIXAS DA UF (W-FXCUFCEP = UF A QUE O CEP
      *       PERTENCE, QUANDO ACHADA)
      *   C = CEP NA UF, MAS FORA DAS FAIXAS DA CIDADE
      *   N = SEM FAIXA DA UF NA TABELA (OU SEM FAIXACEP.DAT) - NAO
      *       CRITICADO
      *-----------------------------------------------------------------
       77 ST-FXC       PIC X(02) VALUE "00".
       77 W-FXCDISP    PIC X(01) VALUE "N".
       77 W-FXCCEP     PIC 9(08) VALUE ZEROS.
       77 W-FXCUF      PIC X(02) VALUE SPACES.
       77 W-FXCCID     PIC X(20) VALUE SPACES.
       77 W-FXCRES     PIC X(01) VALUE SPACES.
       77 W-FXCUFCEP   PIC X(02) VALUE SPACES.
       77 W-FXCACHOU   PIC X(01) VALUE "N".
       77 W-FXCQTD     PIC 9(04) VALUE ZEROS.
