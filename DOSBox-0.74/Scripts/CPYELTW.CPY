      *-----------------------------------------------------------------
      * CPYELTW - CAMPOS DE WORKING-STORAGE DA SAIDA POR EMAIL DAS
      * CARTAS POR MODELO (VER CPYELTP).
      *   W-ELTMODO   - P = SO PAPEL, COMO SEMPRE; E = EMAIL PARA QUEM
      *                 TEM, PAPEL SO PARA QUEM NAO TEM; A = AMBOS
      *   W-ELTORIGEM - PROGRAMA QUE GERA O LOTE
      *   W-ELTEMAIL  - EMAIL DO AMIGO (O PROGRAMA MOVE ANTES DO
      *                 ELT-DESTINO, COM O APELIDO EM W-CSNAPELIDO E A
      *                 FINALIDADE EM W-CSNFINAL)
      *   W-ELTMAIL / W-ELTPAPEL - S = O AMIGO RECEBE POR ESTE MEIO
      *   W-ELTASSMOD - ASSUNTO COM MARCADORES (LINHA &ASSUNTO DO
      *                 MODELO OU O PADRAO DO PROGRAMA)
      *-----------------------------------------------------------------
       77 ST-ELT       PIC X(02) VALUE "00".
       77 ST-EDV       PIC X(02) VALUE "00".
       77 W-EDVDISP    PIC X(01) VALUE "N".
       77 W-ELTMODO    PIC X(01) VALUE "P".
       77 W-ELTORIGEM  PIC X(08) VALUE SPACES.
       77 W-ELTEMAIL   PIC X(35) VALUE SPACES.
       77 W-ELTMAIL    PIC X(01) VALUE "N".
       77 W-ELTPAPEL   PIC X(01) VALUE "S".
       77 W-ELTASSMOD  PIC X(80) VALUE SPACES.
       77 W-ELTASSUNTO PIC X(60) VALUE SPACES.
       77 W-ELTTEXTO   PIC X(80) VALUE SPACES.
       77 W-ELTLIN     PIC 9(02) VALUE ZEROS.
       77 W-ELTQTD     PIC 9(06) VALUE ZEROS.
       77 W-ELTDEVOL   PIC 9(06) VALUE ZEROS.
       77 W-ELTSEMCSN  PIC 9(06) VALUE ZEROS.
