       77 W-RECCHAVE   PIC X(20) VALUE SPACES.
       77 W-RECNOME    PIC X(35) VALUE SPACES.
       77 W-RECNUM     PIC 9(09) VALUE ZEROS.
      *        GUIA DE IPVA NAO TEM MULTA NEM JUROS NO RECIBO
       77 W-RECMULTA   PIC 9(06)V99 VALUE ZEROS.
       77 W-RECJUROS   PIC 9(06)V99 VALUE ZEROS.
           COPY CPYMASC.
           COPY CPYAUDW.
      *
                      CALL "RECEMITE" USING W-RECORIG W-RECCHAVE
                                            W-RECNOME IPG-VALOR
                                            IPG-DATAPAG W-OPERADOR
                                            W-RECNUM W-RECMULTA
                                            W-RECJUROS
                      ADD 1 TO W-BAIXAS
                      MOVE SPACES TO MENS
                      STRING "*** PAGO - RECIBO " W-RECNUM " ***"
