      * MEN-ACORDO > 0 = COMPETENCIA DENTRO DO ACORDO DE RENEGOCIACAO
      * DAQUELE NUMERO (ACORDO.DAT): A BAIXA PASSA A SER PELA PARCELA
      * NO CADPAGA E O RELINAD MOSTRA O ALUNO EM SEPARADO.
      * MEN-SITUACAO = C E COMPETENCIA CANCELADA PELA SAIDA DO ALUNO
      * (CADSAIDA): NAO E COBRADA, NAO VAI PARA BOLETO NEM CARTA E NAO
      * CONTA COMO INADIMPLENCIA. EM BRANCO = COBRANCA NORMAL.
      * MEN-MULTA / MEN-JUROS SAO A PARTE DE MEN-VALORPAG QUE FOI
      * MULTA E JUROS DE MORA NA BAIXA (CPYENCP - CADPAGA E BOLRET);
      * O PRINCIPAL E O QUE SOBRA. ZERADOS = PAGO EM DIA OU BAIXA
      * ANTERIOR AOS ENCARGOS.
      * MEN-REMESSA = DATA (AAAAMMDD) EM QUE A MENSALIDADE SAIU NA
      * REMESSA DE BOLETOS AO BANCO (BOLREM). ZERADO = NUNCA ENVIADA;
      * ENVIADA, O VALOR NAO MUDA MAIS NO REAJUSTE NEM NA SAIDA DO
      * ALUNO (CADSAIDA) - O BOLETO JA ESTA NA MAO DO BANCO E DO
      * PAGADOR.
      *-----------------------------------------------------------------
       FD MENSALID
               LABEL RECORD IS STANDARD
                03 MEN-VALORPAG        PIC 9(06)V99.
                03 MEN-DATAPAG         PIC 9(08).
                03 MEN-ACORDO          PIC 9(02).
                03 MEN-SITUACAO        PIC X(01).
                03 MEN-MULTA           PIC 9(06)V99.
                03 MEN-JUROS           PIC 9(06)V99.
                03 MEN-REMESSA         PIC 9(08).
