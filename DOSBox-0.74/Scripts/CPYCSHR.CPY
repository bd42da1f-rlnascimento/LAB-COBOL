      *-----------------------------------------------------------------
      * CPYCSHR - REGISTRO DO HISTORICO DE CONSENTIMENTO (CONSHIST.TXT).
      * CSH-DATAREG/CSH-HORAREG: QUANDO A MUDANCA FOI GRAVADA.
      * CSH-ANTES/CSH-DEPOIS: SITUACAO ANTES E DEPOIS (S/N, BRANCO =
      * SEM REGISTRO - INCLUSAO NO ANTES, EXCLUSAO NO DEPOIS).
      * CSH-DATA, CSH-MEIO E CSH-OBS SAO OS DO REGISTRO GRAVADO.
      *-----------------------------------------------------------------
       FD CONSHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSHIST.TXT".
       01 REGCSH.
                03 CSH-DATAREG         PIC 9(08).
                03 CSH-HORAREG         PIC 9(06).
                03 CSH-APELIDO         PIC X(12).
                03 CSH-CANAL           PIC X(01).
                03 CSH-FINAL           PIC X(01).
                03 CSH-ANTES           PIC X(01).
                03 CSH-DEPOIS          PIC X(01).
                03 CSH-DATA            PIC 9(08).
                03 CSH-MEIO            PIC X(01).
                03 CSH-OBS             PIC X(30).
                03 CSH-OPERADOR        PIC X(12).
