      *-----------------------------------------------------------------
      * CPYCMSW - CAMPOS DAS ROTINAS DO RESUMO MENSAL DE CUSTO
      * (CPYCMSP). ANTES DE CMS-LIMPA / CMS-REFAZ:
      *   W-CMSPLACA - A PLACA (BRANCOS = A FROTA INTEIRA)
      *   W-CMSINI / W-CMSFIM - AS COMPETENCIAS (AAAAMM) DO ALCANCE
      *   W-CMSMODO - G = GRAVA NO CUSTMES.DAT; C = SO SOMA OS
      *               LANCAMENTOS POR CATEGORIA EM W-CMSTOT (CONFERE)
      *   W-CMSHOJE - DATA CARIMBADA NOS REGISTROS GRAVADOS
      * O PROGRAMA DECLARA ST-CMS, ST-ABA, ST-MNT, ST-SEG, ST-IPG E
      * ST-MUL E DEIXA ABERTOS O CUSTMES (I-O, NO MODO G) E OS CINCO
      * ARQUIVOS DE LANCAMENTO (INPUT).
      *-----------------------------------------------------------------
       77 W-CMSPLACA     PIC X(07) VALUE SPACES.
       77 W-CMSINI       PIC 9(06) VALUE ZEROS.
       77 W-CMSFIM       PIC 9(06) VALUE ZEROS.
       77 W-CMSMODO      PIC X(01) VALUE "G".
       77 W-CMSHOJE      PIC 9(08) VALUE ZEROS.
      *        O LANCAMENTO DA VEZ (PLACA, COMPETENCIA, CATEGORIA)
       77 W-CMSREGPL     PIC X(07) VALUE SPACES.
       77 W-CMSCOMP      PIC 9(06) VALUE ZEROS.
       77 W-CMSCATEG     PIC 9(01) VALUE ZEROS.
       77 W-CMSVAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-CMSLIT       PIC 9(07)V99 VALUE ZEROS.
       77 W-CMSODO       PIC 9(07) VALUE ZEROS.
      *        CONTADORES DA RODADA
       77 W-CMSLANC      PIC 9(07) VALUE ZEROS.
       77 W-CMSGRAV      PIC 9(06) VALUE ZEROS.
       77 W-CMSEXC       PIC 9(06) VALUE ZEROS.
       77 W-CMSERROS     PIC 9(06) VALUE ZEROS.
      *        TOTAIS POR CATEGORIA (1 A 5) DO MODO C
       01 W-CMSTOT.
            03 W-CMSTCAT OCCURS 5 TIMES.
                05 W-CMSTVAL  PIC 9(10)V99.
                05 W-CMSTLIT  PIC 9(08)V99.
                05 W-CMSTQTD  PIC 9(07).
