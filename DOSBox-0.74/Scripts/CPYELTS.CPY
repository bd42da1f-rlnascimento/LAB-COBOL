      *-----------------------------------------------------------------
      * CPYELTS - SELECT DO LOTE DE EMAILS PARA O PROVEDOR
      * (EMAILLOT.TXT): UM REGISTRO POR DESTINATARIO, GRAVADO PELAS
      * CARTAS POR MODELO (CARTAMIG, EVNCARTA) VIA CPYELTP QUANDO A
      * RODADA SAI POR EMAIL. O RETORNO DO PROVEDOR E LIDO NO EMLRET.
      *-----------------------------------------------------------------
       SELECT EMAILLOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ELT.
