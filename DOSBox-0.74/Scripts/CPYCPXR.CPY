      *-----------------------------------------------------------------
      * CPYCPXR - REGISTRO DO INDICE DE USO DE CEP (CEPUSO.DAT).
      * CPX-ARQ: "AMIGO", "VEICULO", "FORNEC", "RESPONS" OU "PARADA"
      * (OS MESMOS NOMES DE PND-ARQ EM CEPPEND.DAT). CPX-ID: A CHAVE
      * DO REGISTRO NO ARQUIVO - APELIDO, PLACA, FOR-DOC, RSP-CPF OU
      * RPA-CHAVE (ALUNO + ROTA) - ALINHADA A ESQUERDA.
      *-----------------------------------------------------------------
       FD CEPUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPUSO.DAT".
       01 REGCPX.
                03 CPX-REF.
                    05 CPX-ARQ         PIC X(07).
                    05 CPX-ID          PIC X(14).
                03 CPX-CEP             PIC 9(08).
                03 CPX-DATA            PIC 9(08).
