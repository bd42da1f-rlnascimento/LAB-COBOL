      *-----------------------------------------------------------------
      * CPYOSVW - CAMPOS DE WORKING-STORAGE DAS ORDENS DE SERVICO (VER
      * CPYOSVP). W-OSVDISP = S QUANDO O ORDSERV.DAT ESTA ABERTO NO
      * PROGRAMA; DEPOIS DO OSV-BLOQ, W-OSVBLOQ = S E W-OSVNUM DIZEM
      * QUE O VEICULO ESTA NA OFICINA E EM QUAL OS.
      *-----------------------------------------------------------------
       77 ST-OSV       PIC X(02) VALUE "00".
       77 W-OSVDISP    PIC X(01) VALUE "N".
       77 W-OSVBLOQ    PIC X(01) VALUE "N".
       77 W-OSVNUM     PIC 9(06) VALUE ZEROS.
       77 W-OSVTIPTXT  PIC X(12) VALUE SPACES.
       77 W-OSVSITTXT  PIC X(12) VALUE SPACES.
