      *-----------------------------------------------------------------
      * CPYPAGR - REGISTRO DO ARQUIVO DE CONTAS A PAGAR (PAGAR.DAT).
      * PAG-CODFOR = ZEROS QUANDO O CREDOR NAO ESTA NO FORNEC.DAT
      * (ORGAO AUTUADOR, SEFAZ, FORNECEDOR DE EVENTO SO COM O NOME);
      * O NOME FICA SEMPRE EM PAG-FORNEC. PAG-PLACA EM BRANCO PARA AS
      * CONTAS DA ESCOLA. PAG-SITUACAO: A=EM ABERTO, P=PAGA,
      * C=CANCELADA (MULTA COM RECURSO DEFERIDO). PAG-FORMA: C=CAIXA
      * DA SESSAO DO OPERADOR, B=CONTA DO BANCO.DAT (PAG-BANCO),
      * O=BAIXADA NA ORIGEM (CADMULT, CADIPVA, CADFINPG, CADDESPE) E
      * TRAZIDA PELO PAGCARGA. PAG-CONTAB: COMPETENCIA (AAAAMM) EM QUE
      * O PAGCTB LANCOU O PAGAMENTO. PAG-CONCIL: DATA DO DEBITO DO
      * EXTRATO QUE CASOU COM O PAGAMENTO PELO BANCO (CONCBCO).
      *-----------------------------------------------------------------
       FD PAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGAR.DAT".
       01 REGPAG.
                03 PAG-CHAVE.
                    05 PAG-ORIGEM      PIC X(04).
                    05 PAG-ORIGCHV     PIC X(30).
                03 PAG-CODFOR          PIC 9(14).
                03 PAG-FORNEC          PIC X(30).
                03 PAG-DOCTO           PIC X(12).
                03 PAG-PLACA           PIC X(07).
                03 PAG-DESC            PIC X(30).
                03 PAG-VENCTO          PIC 9(08).
                03 PAG-VALOR           PIC 9(08)V99.
                03 PAG-SITUACAO        PIC X(01).
                03 PAG-DATAPAG         PIC 9(08).
                03 PAG-FORMA           PIC X(01).
                03 PAG-BANCO           PIC 9(02).
                03 PAG-OPER            PIC X(12).
                03 PAG-CONTAB          PIC 9(06).
                03 PAG-DATAINC         PIC 9(08).
                03 PAG-CONCIL          PIC 9(08).
