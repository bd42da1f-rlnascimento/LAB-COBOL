       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
           COPY CPYAUDW.
           COPY CPYCPXW.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-ARQUIVADOS   PIC 9(06) VALUE ZEROS.
       77 W-MESES        PIC 9(02) VALUE ZEROS.
                    MOVE "ARQUIVADO" TO AUD-ACAO
                    MOVE APELIDO     TO AUD-CHAVE
                    PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                    MOVE "AMIGO"      TO W-CPXARQ
                    MOVE APELIDO      TO W-CPXID
                    MOVE ZEROS        TO W-CPXCEP
                    CALL "CEPIDX" USING W-CPXARQ W-CPXID W-CPXCEP
                                        W-CPXOK
                 ELSE
                    DISPLAY "ERRO AO GRAVAR AMIGOINA - APELIDO="
                            APELIDO " ST=" ST-INA.
