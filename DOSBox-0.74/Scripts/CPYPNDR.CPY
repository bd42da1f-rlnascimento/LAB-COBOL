      *-----------------------------------------------------------------
      * CPYPNDR - REGISTRO DO ARQUIVO DE PENDENCIAS DE CEP
      * (CEPPEND.DAT). PND-ARQ DIZ DE QUAL ARQUIVO VEIO O DEPENDENTE
      * ("AMIGO", "VEICULO", "FORNEC", "RESPONS" OU "PARADA") E PND-ID
      * GUARDA A CHAVE DELE (APELIDO, PLACA, FOR-DOC SEM OS DOIS
      * DIGITOS VERIFICADORES, RSP-CPF OU ALUNO + ROTA, COMO NO INDICE
      * CEPUSO.DAT). A CHAVE COMPOSTA IMPEDE ANOTAR O MESMO DEPENDENTE
      * DUAS VEZES - A SEGUNDA PASSAGEM SO ATUALIZA O MOTIVO E A DATA.
      *-----------------------------------------------------------------
       FD CEPPEND
