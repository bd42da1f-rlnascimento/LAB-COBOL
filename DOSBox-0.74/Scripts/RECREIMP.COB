      * "TEM O RECIBO?" - AGORA TEM: O OPERADOR DIGITA O NUMERO, A
      * TELA MOSTRA O RECIBO JA EMITIDO (RECIBO.DAT) E ENTER MANDA A
      * SEGUNDA VIA PARA O SPOOL RECIBO.SPL, MARCADA COMO REIMPRESSAO
      * E REGISTRADA EM AUDIT.TXT. RECIBO QUE JA TEM NFS-E AUTORIZADA
      * (RCB-NFSE, GRAVADO PELO NFSRET) MOSTRA O NUMERO DA NOTA NA TELA
      * E NA SEGUNDA VIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-REIMP      PIC 9(04) VALUE ZEROS.
       77 W-SPLFEITO   PIC X(01) VALUE "N".
       77 W-PRINCREC   PIC 9(06)V99 VALUE ZEROS.
           COPY CPYMASC.
           COPY CPYAUDW.
      *
                DISPLAY (06, 01) "REFERENTE A     : "
                DISPLAY (07, 01) "VALOR           : "
                DISPLAY (08, 01) "DATA            : "
                DISPLAY (09, 01) "OPERADOR        : "
                DISPLAY (10, 01) "MULTA / JUROS   : "
                DISPLAY (11, 01) "NFS-E           : ".
       INC-002.
                ACCEPT (04, 18) RCB-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE RCB-VALOR TO MASC-DINHEIRO
                DISPLAY (07, 18) MASC-DINHEIRO
                DISPLAY (08, 18) RCB-DATA
                DISPLAY (09, 18) RCB-OPERADOR
                MOVE RCB-MULTA TO MASC-DINHEIRO
                DISPLAY (10, 18) MASC-DINHEIRO
                MOVE RCB-JUROS TO MASC-DINHEIRO
                DISPLAY (10, 30) MASC-DINHEIRO
                IF RCB-NFSE = ZEROS
                   DISPLAY (11, 18) "AINDA SEM NOTA "
                ELSE
                   DISPLAY (11, 18) RCB-NFSE.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "REIMPRIMIR (S/N) : ".
                STRING "REFERENTE A " RCB-ORIGEM " " RCB-CHAVE
                       DELIMITED BY SIZE INTO LINIMPR
                WRITE LINIMPR
                IF RCB-MULTA NOT = ZEROS OR RCB-JUROS NOT = ZEROS
                   PERFORM RCB-ENCARGOS THRU RCB-ENCARGOS-FIM.
                MOVE RCB-VALOR TO MASC-DINHEIRO
                MOVE SPACES TO LINIMPR
                STRING "VALOR " MASC-DINHEIRO
                       "  OPERADOR " RCB-OPERADOR
                       DELIMITED BY SIZE INTO LINIMPR
                WRITE LINIMPR
                IF RCB-NFSE NOT = ZEROS
                   MOVE SPACES TO LINIMPR
                   STRING "NFS-E NUMERO " RCB-NFSE
                          DELIMITED BY SIZE INTO LINIMPR
                   WRITE LINIMPR.
                MOVE ALL "=" TO LINIMPR
                WRITE LINIMPR
                CLOSE IMPRESSORA.
       RCB-IMPRIME-FIM.
                EXIT.
      *
      *        PRINCIPAL, MULTA E JUROS EM LINHAS SEPARADAS, COMO NA
      *        PRIMEIRA VIA DO RECEMITE
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
