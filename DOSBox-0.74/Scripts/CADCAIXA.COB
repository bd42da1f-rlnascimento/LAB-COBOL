      *----------------------------------------------------------------
      * O OPERADOR ABRE A SESSAO DO DIA COM O FUNDO DE TROCO; DALI EM
      * DIANTE TODA BAIXA DO CADPAGA E DO CADIPVA ACUMULA NA SESSAO
      * (VIA CXAREG) E TODA CONTA PAGA EM DINHEIRO NO CADPAGAR SAI DA
      * SESSAO (VIA CXASAI). NO FIM DO EXPEDIENTE, O FECHAMENTO PEDE O
      * VALOR CONTADO NA GAVETA E MOSTRA A DIFERENCA CONTRA FUNDO +
      * BAIXAS - SAIDAS, GRAVANDO O RESULTADO NA PROPRIA SESSAO E EM
      * AUDIT.TXT. A DIFERENCA APARECE NO DIA, NAO SEMANAS DEPOIS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ESPERADO   PIC S9(08)V99 VALUE ZEROS.
       77 W-DIF-ED     PIC -Z.ZZZ.ZZ9,99.
       77 MASC-GRANDE  PIC ZZ.ZZZ.ZZ9,99.
           COPY CPYMASC.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO ABR-OPC.
                MOVE ZEROS TO CXA-BAIXAS CXA-CONTADO CXA-DIFER
                              CXA-SAIDAS CXA-CONCIL
                MOVE "A" TO CXA-SITUACAO
                WRITE REGCXA
                IF ST-CXA = "00" OR "02"
                MOVE CXA-BAIXAS TO MASC-GRANDE
                DISPLAY (09, 01) "BAIXAS DO DIA   : "
                DISPLAY (09, 18) MASC-GRANDE
                MOVE CXA-SAIDAS TO MASC-GRANDE
                DISPLAY (10, 01) "CONTAS PAGAS    : "
                DISPLAY (10, 18) MASC-GRANDE
                COMPUTE W-ESPERADO = CXA-FUNDO + CXA-BAIXAS
                                   - CXA-SAIDAS
                MOVE W-ESPERADO TO W-DIF-ED
                DISPLAY (11, 01) "ESPERADO        : "
                DISPLAY (11, 18) W-DIF-ED.
       FEC-002.
                DISPLAY (12, 01) "VALOR CONTADO   : "
                MOVE ZEROS TO CXA-CONTADO
                ACCEPT (12, 18) CXA-CONTADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = TEC-ESC
                   GO TO ROT-ENC.
                COMPUTE CXA-DIFER = CXA-CONTADO - W-ESPERADO
                MOVE CXA-DIFER TO W-DIF-ED
                DISPLAY (13, 01) "DIFERENCA       : "
                DISPLAY (13, 18) W-DIF-ED.
       FEC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "FECHAR SESSAO (S/N): ".
