      * POR TODO PROGRAMA QUE LEIA OU GRAVE VEICULO.DAT, PARA QUE SO
      * EXISTA UM LUGAR ONDE O LAYOUT DO REGISTRO E DECLARADO (INCLUI
      * CODCPF, O CPF DO PROPRIETARIO, VALIDADO POR CPYCPFP.CPY NA
      * CAPTURA). CODMODELO APONTA PARA O CATALOGO MODELO.DAT (CHAVE
      * MARCA + CODMODELO); ZEROS = MODELO NAO INFORMADO. ANOMODELO E
      * CHASSI IDENTIFICAM O CARRO NAS CAMPANHAS DE RECALL DO
      * FABRICANTE (RECALL.DAT, RECALJOB); ZEROS/BRANCOS = NAO
      * INFORMADO.
      *-----------------------------------------------------------------
       FD CADVEIC
               LABEL RECORD IS STANDARD
                03 CODCPF              PIC 9(11).
                03 DATASITU            PIC 9(08).
                03 FILIAL              PIC 9(02).
                03 CODMODELO           PIC 9(03).
                03 ANOMODELO           PIC 9(04).
                03 CHASSI              PIC X(17).
