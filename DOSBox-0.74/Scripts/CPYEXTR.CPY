      *-----------------------------------------------------------------
      * CPYEXTR - REGISTRO DO EXTRATO BANCARIO (EXTRATO.DAT).
      * EXT-TIPO: C=CREDITO, D=DEBITO. EXT-SITUACAO: C=CONCILIADO COM
      * O LIVRO (EXT-ORIGEM/EXT-REF APONTAM O QUE CASOU E EXT-DATALIV
      * E A DATA DELE NO LIVRO), P=PENDENTE (ESTA NO CONCPEN.DAT),
      * L=LANCADO NO LIVRO PELO MOTIVO DADO NO CADCONC (TARIFA,
      * RENDIMENTO...). EXT-ORIGEM: CXA=SESSAO DE CAIXA, DIA=TODAS AS
      * SESSOES DO DIA, BOL=CREDITO DE BOLETOS, PAG=CONTA A PAGAR.
      * REGEXTH E O CABECALHO (EXT-SEQ = 0000): EXH-DATAFIM FECHA O
      * PERIODO DO EXTRATO, COM OS SALDOS INICIAL E FINAL DO BANCO.
      *-----------------------------------------------------------------
       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.DAT".
       01 REGEXT.
                03 EXT-CHAVE.
                    05 EXT-BANCO       PIC 9(02).
                    05 EXT-DATA        PIC 9(08).
                    05 EXT-SEQ         PIC 9(04).
                03 EXT-TIPO            PIC X(01).
                03 EXT-VALOR           PIC 9(11)V99.
                03 EXT-DOCTO           PIC X(12).
                03 EXT-HIST            PIC X(25).
                03 EXT-SITUACAO        PIC X(01).
                03 EXT-ORIGEM          PIC X(03).
                03 EXT-REF             PIC X(40).
                03 EXT-DATALIV         PIC 9(08).
                03 EXT-DATAIMP         PIC 9(08).
       01 REGEXTH.
                03 EXH-CHAVE           PIC X(14).
                03 EXH-TIPO            PIC X(01).
                03 EXH-DATAFIM         PIC 9(08).
                03 EXH-SALINI          PIC S9(11)V99.
                03 EXH-SALFIM          PIC S9(11)V99.
                03 FILLER              PIC X(76).
