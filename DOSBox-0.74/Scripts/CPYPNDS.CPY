      *-----------------------------------------------------------------
      * CPYPNDS - SELECT DO ARQUIVO DE PENDENCIAS DE CEP (CEPPEND.DAT).
      * CADA ALTERACAO/EXCLUSAO EM CADCEP ANOTA AQUI OS REGISTROS QUE
      * APONTAM PARA O CODCEP MEXIDO (ACHADOS NO CEPUSO.DAT), PARA
      * O OPERADOR TRABALHAR A LISTA EM CADPEND.COB. COPIADO POR
      * CADCEP.COB (GRAVACAO) E CADPEND.COB (BAIXA).
      *-----------------------------------------------------------------
