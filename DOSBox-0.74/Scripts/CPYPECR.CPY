      *-----------------------------------------------------------------
      * CPYPECR - REGISTRO DO CADASTRO DE PECAS (PECA.DAT).
      * PEC-UNID: UNIDADE DE ESTOQUE (UN, LT, PC, CX, JG...). AS
      * QUANTIDADES TEM DUAS DECIMAIS (OLEO EM LITROS). PEC-SALDO E
      * PEC-CUSTOMED SO MUDAM PELOS MOVIMENTOS: A ENTRADA RECALCULA O
      * CUSTO MEDIO PONDERADO, A SAIDA E O AJUSTE DE INVENTARIO USAM O
      * CUSTO MEDIO DO MOMENTO. PEC-ULTFOR/PEC-ULTCUSTO/PEC-DATAULT SAO
      * DA ULTIMA ENTRADA (FORNECEDOR EM FORNEC.DAT), PARA A LISTA DE
      * REPOSICAO. PEC-SITUACAO: A=ATIVA, I=INATIVA (NAO RECEBE MAIS
      * ENTRADA NEM ENTRA NA REPOSICAO).
      *-----------------------------------------------------------------
       FD PECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PECA.DAT".
       01 REGPEC.
                03 PEC-COD             PIC X(08).
                03 PEC-DESC            PIC X(30).
                03 PEC-UNID            PIC X(03).
                03 PEC-MINIMO          PIC 9(05)V99.
                03 PEC-SALDO           PIC 9(07)V99.
                03 PEC-CUSTOMED        PIC 9(06)V9999.
                03 PEC-ULTFOR          PIC 9(14).
                03 PEC-ULTCUSTO        PIC 9(06)V9999.
                03 PEC-DATAULT         PIC 9(08).
                03 PEC-SITUACAO        PIC X(01).
