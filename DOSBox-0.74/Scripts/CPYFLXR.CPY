      *-----------------------------------------------------------------
      * CPYFLXR - REGISTRO DA PROJECAO DE CAIXA (FLUXPRJ.DAT).
      * ENTRADAS: FLX-ENTMEN (MENSALIDADES EM ABERTO E AS AINDA NAO
      * GERADAS, JA DESCONTADA A INADIMPLENCIA FLX-INADPCT), FLX-ENTACO
      * (PARCELAS DE ACORDO, IDEM) E FLX-ENTFAT (FATURAMENTO INTERNO
      * DA FROTA). SAIDAS: FLX-SAIPAG (PAGAR.DAT, SEM O FINANCIAMENTO),
      * FLX-SAIFIN (PARCELAS DO FINPARC.DAT) E FLX-SAIFOL (FOLHA DOS
      * PROFESSORES). FLX-SALINI E O SALDO NO INICIO DA SEMANA (NA
      * PRIMEIRA, O SALDO CONCILIADO DO BANCO.DAT) E FLX-SALFIM NO
      * FIM; NEGATIVO = SEMANA NO VERMELHO.
      *-----------------------------------------------------------------
       FD FLUXPRJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FLUXPRJ.DAT".
       01 REGFLX.
                03 FLX-CHAVE.
                    05 FLX-DATABASE    PIC 9(08).
                    05 FLX-SEMANA      PIC 9(02).
                03 FLX-INICIO          PIC 9(08).
                03 FLX-FIM             PIC 9(08).
                03 FLX-ENTMEN          PIC 9(09)V99.
                03 FLX-ENTACO          PIC 9(09)V99.
                03 FLX-ENTFAT          PIC 9(09)V99.
                03 FLX-SAIPAG          PIC 9(09)V99.
                03 FLX-SAIFIN          PIC 9(09)V99.
                03 FLX-SAIFOL          PIC 9(09)V99.
                03 FLX-SALINI          PIC S9(11)V99.
                03 FLX-SALFIM          PIC S9(11)V99.
                03 FLX-INADPCT         PIC 9(03)V99.
                03 FLX-DATAGER         PIC 9(08).
