      **************************************
      *     CARGA DO ARQUIVO DE CEP        *
      **************************************
      *----------------------------------------------------------------
      * COM A TABELA DE FAIXAS DOS CORREIOS CARREGADA (FAIXACEP.DAT,
      * VIA FXCCARGA), O CEP FORA DAS FAIXAS DA SUA UF E REJEITADO E
      * O CEP NA UF MAS FORA DA FAIXA DA CIDADE E CARREGADO, PORQUE A
      * TABELA DE CIDADES E PARCIAL, MAS SINALIZADO NO CONSOLE E
      * CONTADO NO RESUMO. SEM FAIXACEP.DAT A CARGA SEGUE COMO ANTES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY CPYCEPS.
           COPY CPYMUNS.
           COPY CPYFXCS.
           SELECT ARQCEP ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-ARQ.
       FILE SECTION.
           COPY CPYCEPR.
           COPY CPYMUNR.
           COPY CPYFXCR.
      *
       FD  ARQCEP
               LABEL RECORD IS STANDARD
       77 W-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 W-ALTERADOS    PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
       77 W-FXCFORA      PIC 9(06) VALUE ZEROS.
       77 W-FXCCIDFL     PIC 9(06) VALUE ZEROS.
           COPY CPYFXCW.
           COPY CPYLOCT.
      *
      *-----------------------------------------------------------------
               MOVE "S" TO W-MUNDISP
           ELSE
               MOVE "N" TO W-MUNDISP.
           PERFORM FXC-ABRE THRU FXC-ABRE-FIM.
       CGA-OP0-FIM.
           EXIT.
      *
           MOVE RA-LOCAL      TO LOCAL.
           MOVE TABELALOCV (LOCAL + 1) TO LOCALIDADE.
           PERFORM CGA-MUN THRU CGA-MUN-FIM.
           PERFORM CGA-FXC THRU CGA-FXC-FIM.
           IF W-FXCRES = "U"
               GO TO CGA-GRAVA-FIM.
           WRITE REGCEP
           IF ST-ERRO = "00"
               ADD 1 TO W-GRAVADOS
           EXIT.
      *
      *-----------------------------------------------------------------
      * CRITICA O CODCEP CONTRA AS FAIXAS DOS CORREIOS (CPYFXCP): FORA
      * DA UF REJEITA, FORA DA FAIXA DA CIDADE SO SINALIZA
      *-----------------------------------------------------------------
       CGA-FXC.
           MOVE CODCEP TO W-FXCCEP
           MOVE UF     TO W-FXCUF
           MOVE CIDADE TO W-FXCCID
           PERFORM FXC-VER THRU FXC-VER-FIM.
           IF W-FXCRES = "U"
               ADD 1 TO W-FXCFORA
               ADD 1 TO W-REJEITADOS
               DISPLAY "CEP FORA DA FAIXA DA UF - CEP " CODCEP
                   " UF " UF " FAIXA DE " W-FXCUFCEP.
           IF W-FXCRES = "C"
               ADD 1 TO W-FXCCIDFL
               DISPLAY "CEP FORA DA FAIXA DA CIDADE - CEP " CODCEP
                   " UF " UF " CIDADE " CIDADE.
       CGA-FXC-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * FECHAMENTO E RESUMO DA CARGA
      *-----------------------------------------------------------------
       CGA-FIM.
               CLOSE ARQCEP CEP.
           IF W-MUNDISP = "S"
               CLOSE MUNICIP.
           PERFORM FXC-FECHA THRU FXC-FECHA-FIM.
           DISPLAY "CEPCARGA - RESUMO DA CARGA".
           DISPLAY "LIDOS......: " W-LIDOS.
           DISPLAY "GRAVADOS...: " W-GRAVADOS.
           DISPLAY "ALTERADOS..: " W-ALTERADOS.
           DISPLAY "REJEITADOS.: " W-REJEITADOS.
           DISPLAY "CIDADES FORA DA TABELA IBGE: " W-CIDFLAG.
           DISPLAY "REJEITADOS FORA DA FAIXA DA UF: " W-FXCFORA.
           DISPLAY "FORA DA FAIXA DA CIDADE......: " W-FXCCIDFL.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * CRITICA DO CODCEP CONTRA AS FAIXAS DOS CORREIOS (CPYFXCP)
      *-----------------------------------------------------------------
           COPY CPYFXCP.
