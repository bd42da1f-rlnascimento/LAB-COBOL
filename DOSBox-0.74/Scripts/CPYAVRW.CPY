      *-----------------------------------------------------------------
      * CPYAVRW - AREAS DA CARROCERIA DO MAPA DE AVARIAS (1 A 16),
      * USADAS EM AVR-AREA (AVARIA.DAT). A DESCRICAO DA AREA N E
      * AVR-AREADESC (N).
      *-----------------------------------------------------------------
       01 AVR-AREAS-VAL.
            03 FILLER PIC X(20) VALUE "PARA-CHOQUE DIANT.".
            03 FILLER PIC X(20) VALUE "CAPO".
            03 FILLER PIC X(20) VALUE "PARA-LAMA DIANT.ESQ".
            03 FILLER PIC X(20) VALUE "PARA-LAMA DIANT.DIR".
            03 FILLER PIC X(20) VALUE "PORTA DIANT.ESQ".
            03 FILLER PIC X(20) VALUE "PORTA DIANT.DIR".
            03 FILLER PIC X(20) VALUE "PORTA TRAS.ESQ".
            03 FILLER PIC X(20) VALUE "PORTA TRAS.DIR".
            03 FILLER PIC X(20) VALUE "LATERAL TRAS.ESQ".
            03 FILLER PIC X(20) VALUE "LATERAL TRAS.DIR".
            03 FILLER PIC X(20) VALUE "TETO".
            03 FILLER PIC X(20) VALUE "TAMPA TRASEIRA".
            03 FILLER PIC X(20) VALUE "PARA-CHOQUE TRAS.".
            03 FILLER PIC X(20) VALUE "VIDROS/RETROVISORES".
            03 FILLER PIC X(20) VALUE "RODAS".
            03 FILLER PIC X(20) VALUE "INTERIOR".
       01 AVR-AREAS-TAB REDEFINES AVR-AREAS-VAL.
            03 AVR-AREADESC PIC X(20) OCCURS 16 TIMES.
