      *-----------------------------------------------------------------
      * CPYNFSR - REGISTRO DO CONTROLE DE RPS DA NFS-E (NFSE.DAT).
      * NFS-ORIGEM/NFS-CHAVE SAO O PAGAMENTO QUE GEROU O RPS
      * ("MENSALID" + CODALU/COMPETENCIA OU "ACORPARC" + CHAVE DA
      * PARCELA, NO MESMO FORMATO DE RCB-ORIGEM/RCB-CHAVE).
      * NFS-RECIBO E O RECIBO DA BAIXA NO CAIXA (ZEROS = PAGO NO BANCO,
      * SEM RECIBO). NFS-VALOR E O VALOR DO SERVICO: O PRINCIPAL DA
      * MENSALIDADE (MULTA E JUROS DE MORA NAO SAO SERVICO) OU O VALOR
      * PAGO DA PARCELA DE ACORDO.
      * NFS-SITUACAO: E = ENVIADO, AGUARDANDO RETORNO; A = AUTORIZADO
      * (NFS-NUMNFSE PREENCHIDO); R = REJEITADO (NFS-MOTIVO DA
      * PREFEITURA) - O PROXIMO NFSRPS DO MES APAGA O REJEITADO E
      * EMITE UM RPS NOVO PARA O MESMO PAGAMENTO.
      *-----------------------------------------------------------------
       FD NFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSE.DAT".
       01 REGNFS.
                03 NFS-RPS             PIC 9(09).
                03 NFS-DOC.
                    05 NFS-ORIGEM      PIC X(08).
                    05 NFS-CHAVE       PIC X(20).
                03 NFS-RECIBO          PIC 9(09).
                03 NFS-CODALU          PIC 9(05).
                03 NFS-CPF             PIC 9(11).
                03 NFS-VALOR           PIC 9(06)V99.
                03 NFS-DATAPAG         PIC 9(08).
                03 NFS-EMISSAO         PIC 9(08).
                03 NFS-NUMNFSE         PIC 9(15).
                03 NFS-SITUACAO        PIC X(01).
                03 NFS-MOTIVO          PIC X(60).
