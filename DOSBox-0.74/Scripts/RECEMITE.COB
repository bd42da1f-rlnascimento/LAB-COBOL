      * CANHOTO NO SPOOL RECIBO.SPL (ABERTO EM EXTEND - OS RECIBOS DO
      * DIA SE ACUMULAM NO MESMO SPOOL). DEVOLVE O NUMERO EMITIDO EM
      * W-NUMREC (ZEROS = FALHA; A BAIXA EM SI NAO E DESFEITA). A
      * REIMPRESSAO POR NUMERO E NO RECREIMP. QUANDO A BAIXA TRAZ
      * MULTA OU JUROS (W-MULTAREC/W-JUROSREC), O CANHOTO MOSTRA O
      * PRINCIPAL, A MULTA E OS JUROS EM LINHAS SEPARADAS ANTES DO
      * TOTAL, PARA A CONTABILIDADE LANCAR CADA UM NA SUA CONTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYIMPW.
       77 W-SPLFEITO     PIC X(01) VALUE "N".
       77 MASC-DINHEIRO  PIC 999999.99.
       77 W-PRINCREC     PIC 9(06)V99 VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 W-ORIGEM      PIC X(08).
       01 W-DATAREC     PIC 9(08).
       01 W-OPERREC     PIC X(12).
       01 W-NUMREC      PIC 9(09).
       01 W-MULTAREC    PIC 9(06)V99.
       01 W-JUROSREC    PIC 9(06)V99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-ORIGEM W-CHAVE W-NOMEREC
                                W-VALORREC W-DATAREC W-OPERREC
                                W-NUMREC W-MULTAREC W-JUROSREC.
       INICIO.
           MOVE ZEROS TO W-NUMREC.
      *        NUMERO DA SEQUENCIA "RECIBO" DE CONTROLE.DAT
           MOVE W-VALORREC TO RCB-VALOR
           MOVE W-DATAREC  TO RCB-DATA
           MOVE W-OPERREC  TO RCB-OPERADOR
           MOVE W-MULTAREC TO RCB-MULTA
           MOVE W-JUROSREC TO RCB-JUROS
           MOVE ZEROS      TO RCB-NFSE
           WRITE REGRCB
           IF ST-RCB NOT = "00" AND ST-RCB NOT = "02"
               MOVE ZEROS TO W-NUMREC
           STRING "RECEBEMOS DE " RCB-NOME
                  DELIMITED BY SIZE INTO LINIMPR
           WRITE LINIMPR
           MOVE SPACES TO LINIMPR
           STRING "REFERENTE A " RCB-ORIGEM " " RCB-CHAVE
                  DELIMITED BY SIZE INTO LINIMPR
           WRITE LINIMPR
           IF RCB-MULTA NOT = ZEROS OR RCB-JUROS NOT = ZEROS
               PERFORM RCB-ENCARGOS THRU RCB-ENCARGOS-FIM.
           MOVE RCB-VALOR TO MASC-DINHEIRO
           MOVE SPACES TO LINIMPR
           STRING "VALOR " MASC-DINHEIRO
                  "  EM " RCB-DATA
           WRITE LINIMPR
           CLOSE IMPRESSORA.
           GOBACK.
      *        PRINCIPAL, MULTA E JUROS EM LINHAS SEPARADAS
       RCB-ENCARGOS.
           COMPUTE W-PRINCREC = RCB-VALOR - RCB-MULTA - RCB-JUROS
           MOVE W-PRINCREC TO MASC-DINHEIRO
           MOVE SPACES TO LINIMPR
           STRING "PRINCIPAL " MASC-DINHEIRO
                  DELIMITED BY SIZE INTO LINIMPR
           WRITE LINIMPR
           MOVE RCB-MULTA TO MASC-DINHEIRO
           MOVE SPACES TO LINIMPR
           STRING "MULTA     " MASC-DINHEIRO
                  DELIMITED BY SIZE INTO LINIMPR
           WRITE LINIMPR
           MOVE RCB-JUROS TO MASC-DINHEIRO
           MOVE SPACES TO LINIMPR
           STRING "JUROS     " MASC-DINHEIRO
                  DELIMITED BY SIZE INTO LINIMPR
           WRITE LINIMPR.
       RCB-ENCARGOS-FIM.
           EXIT.
