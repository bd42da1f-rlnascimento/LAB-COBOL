      *-----------------------------------------------------------------
      * CPYNFSS - SELECT DO CONTROLE DE RPS DA NFS-E (NFSE.DAT). UM
      * REGISTRO POR RPS ENVIADO A PREFEITURA, NUMERADO PELA SEQUENCIA
      * "RPS" DE CONTROLE.DAT. A CHAVE ALTERNATIVA NFS-DOC (ORIGEM +
      * CHAVE DO PAGAMENTO, COMO NO RECIBO) E UNICA: O MESMO PAGAMENTO
      * NAO GERA DOIS RPS. GRAVADO PELO NFSRPS E ATUALIZADO PELO
      * RETORNO DA PREFEITURA NO NFSRET.
      *-----------------------------------------------------------------
       SELECT NFSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFS-RPS
                    FILE STATUS  IS ST-NFS
                    ALTERNATE RECORD KEY IS NFS-DOC.
