      *-----------------------------------------------------------------
      * CPYOFRR - REGISTRO DO ORCAMENTO ANUAL DA FROTA (ORCFROTA.DAT).
      * OFR-REF: BRANCO NO NIVEL G, O CODIGO DA MARCA (MARCA.DAT) NA
      * PRIMEIRA POSICAO NO NIVEL M, A PLACA NO NIVEL V. CADA LINHA DO
      * ORCAMENTO E COMPARADA COM O REALIZADO DO SEU PROPRIO ALCANCE
      * (A FROTA, OS VEICULOS DA MARCA OU O VEICULO). DATA DA ULTIMA
      * MUDANCA EM AAAAMMDD.
      *-----------------------------------------------------------------
       FD ORCFROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCFROTA.DAT".
       01 REGOFR.
                03 OFR-CHAVE.
                    05 OFR-ANO         PIC 9(04).
                    05 OFR-NIVEL       PIC X(01).
                    05 OFR-REF         PIC X(07).
                    05 OFR-CATEG       PIC 9(01).
                    05 OFR-MES         PIC 9(02).
                03 OFR-PREVISTO        PIC 9(07)V99.
                03 OFR-DATA            PIC 9(08).
                03 OFR-OPERADOR        PIC X(12).
