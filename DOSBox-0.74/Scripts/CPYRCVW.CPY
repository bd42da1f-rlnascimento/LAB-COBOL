      *-----------------------------------------------------------------
      * CPYRCVW - CAMPOS DE WORKING-STORAGE DOS RECALLS DA PLACA (VER
      * CPYRCVP). W-RCVDISP = S QUANDO O RECALVEI.DAT ESTA ABERTO NO
      * PROGRAMA; DEPOIS DO RCV-PEND, W-RCVQTD DIZ QUANTOS RECALLS A
      * PLACA TEM EM ABERTO E W-RCVCAMP QUAL E O PRIMEIRO DELES.
      *-----------------------------------------------------------------
       77 ST-RCV       PIC X(02) VALUE "00".
       77 W-RCVDISP    PIC X(01) VALUE "N".
       77 W-RCVQTD     PIC 9(02) VALUE ZEROS.
       77 W-RCVCAMP    PIC X(15) VALUE SPACES.
