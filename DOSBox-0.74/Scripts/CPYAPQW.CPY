      *-----------------------------------------------------------------
      * CPYAPQW - CAMPO DE WORKING-STORAGE DA PESQUISA DE AMIGO POR
      * NOME (VER CPYAPQP).
      *-----------------------------------------------------------------
       77 W-PESQAMI    PIC X(35) VALUE SPACES.
