      *-----------------------------------------------------------------
      * CPYCNPP - VALIDACAO DE CNPJ PELO DIGITO VERIFICADOR (MODULO
      * 11). RECEBE O CNPJ EM W-CNPJ (14 DIGITOS) E DEVOLVE W-CNPJOK =
      * "S"/"N". MESMO ESQUEMA DO CPYCPFP: W-CNPJ = ZEROS (CAMPO NAO
      * PREENCHIDO) E CONSIDERADO VALIDO; QUEM EXIGIR O CNPJ CONFERE
      * ANTES. O PROGRAMA QUE FIZER O COPY PRECISA TER CPYCNPW EM
      * WORKING-STORAGE.
      *-----------------------------------------------------------------
       CNP-001.
                MOVE "S" TO W-CNPJOK
                IF W-CNPJ = ZEROS
                   GO TO CNP-001-FIM.
                MOVE ZEROS TO W-CNPSOMA
                MOVE 1     TO W-CNPIDX.
       CNP-002.
                COMPUTE W-CNPSOMA = W-CNPSOMA +
                        W-CNPD (W-CNPIDX) * W-CNPPESO (W-CNPIDX + 1)
                ADD 1 TO W-CNPIDX
                IF W-CNPIDX < 13
                   GO TO CNP-002.
                DIVIDE W-CNPSOMA BY 11 GIVING W-CNPQ
                                       REMAINDER W-CNPRESTO
                IF W-CNPRESTO < 2
                   MOVE 0 TO W-CNPDV1
                ELSE
                   COMPUTE W-CNPDV1 = 11 - W-CNPRESTO.
                MOVE ZEROS TO W-CNPSOMA
                MOVE 1     TO W-CNPIDX.
       CNP-003.
                COMPUTE W-CNPSOMA = W-CNPSOMA +
                        W-CNPD (W-CNPIDX) * W-CNPPESO (W-CNPIDX)
                ADD 1 TO W-CNPIDX
                IF W-CNPIDX < 14
                   GO TO CNP-003.
                DIVIDE W-CNPSOMA BY 11 GIVING W-CNPQ
                                       REMAINDER W-CNPRESTO
                IF W-CNPRESTO < 2
                   MOVE 0 TO W-CNPDV2
                ELSE
                   COMPUTE W-CNPDV2 = 11 - W-CNPRESTO.
                IF W-CNPDV1 NOT = W-CNPD (13)
                             OR W-CNPDV2 NOT = W-CNPD (14)
                   MOVE "N" TO W-CNPJOK.
       CNP-001-FIM.
                EXIT.
