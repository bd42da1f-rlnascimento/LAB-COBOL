      *-----------------------------------------------------------------
      * CPYECNR - REGISTRO DO CADASTRO COMPLEMENTAR DO CENSO ESCOLAR
      * (CENSOPES.DAT). ECN-TIPO: A = ALUNO, P = PROFESSOR.
      *   ECN-NASC    - DATA DE NASCIMENTO (AAAAMMDD)
      *   ECN-SEXO    - M / F
      *   ECN-COR     - COR/RACA: 0 NAO DECLARADA, 1 BRANCA, 2 PRETA,
      *                 3 PARDA, 4 AMARELA, 5 INDIGENA
      *   ECN-NACION  - 1 BRASILEIRA, 2 NATURALIZADA, 3 ESTRANGEIRA
      *   ECN-MUNNASC - MUNICIPIO DE NASCIMENTO (CODIGO IBGE, 7
      *                 DIGITOS; OBRIGATORIO SO PARA BRASILEIRA)
      *   ECN-CPF     - CPF DO ALUNO (ZEROS = NAO TEM; O DO PROFESSOR
      *                 VEM DE PROFESSO.DAT)
      *   ECN-MAE     - NOME DA MAE (FILIACAO 1)
      *   ECN-ESCOLAR - ESCOLARIDADE DO PROFESSOR: 1 FUNDAMENTAL
      *                 INCOMPLETO, 2 FUNDAMENTAL, 3 MEDIO, 4 SUPERIOR
      *   ECN-IDINEP  - IDENTIFICACAO DA PESSOA NO INEP, DEVOLVIDA
      *                 DEPOIS DA PRIMEIRA DECLARACAO (ZEROS = AINDA
      *                 NAO TEM)
      *-----------------------------------------------------------------
       FD CENSOPES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CENSOPES.DAT".
       01 REGECN.
                03 ECN-CHAVE.
                    05 ECN-TIPO        PIC X(01).
                    05 ECN-COD         PIC X(05).
                03 ECN-NASC            PIC 9(08).
                03 ECN-SEXO            PIC X(01).
                03 ECN-COR             PIC X(01).
                03 ECN-NACION          PIC X(01).
                03 ECN-MUNNASC         PIC 9(07).
                03 ECN-CPF             PIC 9(11).
                03 ECN-MAE             PIC X(40).
                03 ECN-ESCOLAR         PIC X(01).
                03 ECN-IDINEP          PIC 9(12).
