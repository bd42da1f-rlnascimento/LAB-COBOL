      * (CPYCPFP). AS REJEITADAS SAEM EM VEICARGA.TXT COM O NUMERO
      * DA LINHA E O MOTIVO, PARA CORRECAO E REAPRESENTACAO SO DAS
      * LINHAS RUINS. PLACA JA CADASTRADA E REJEITADA (A CARGA PODE
      * SER RERODADA SEM DUPLICAR). O CODIGO DO MODELO (CATALOGO
      * MODELO.DAT) VEM NO FIM DA LINHA; EM BRANCO (LOTE NO LAYOUT
      * ANTIGO) O VEICULO ENTRA SEM MODELO, INFORMADO O CODIGO PRECISA
      * EXISTIR PARA A MARCA DA LINHA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO.
           COPY CPYMARS
               REPLACING ==ST-ERRO== BY ==ST-MAR==.
           COPY CPYMDLS.
           SELECT RELVCG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
                                   PIC 9(06)V99.
                03 RL-CPF          PIC X(11).
                03 RL-SITU         PIC X(01).
                03 RL-MODELO       PIC X(03).
                03 RL-MODELO-N REDEFINES RL-MODELO
                                   PIC 9(03).
      *
           COPY CPYVEIR.
           COPY CPYMARR.
           COPY CPYMDLR.
      *
       FD  RELVCG
               LABEL RECORD IS STANDARD
       77 ST-ARQ         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-MAR         PIC X(02) VALUE "00".
       77 ST-MDL         PIC X(02) VALUE "00".
       77 W-MDLDISP      PIC X(01) VALUE "N".
       77 ST-REL         PIC X(02) VALUE "00".
       77 ST-IMP         PIC X(02) VALUE "00".
           COPY CPYIMPW.
               DISPLAY "ERRO AO ABRIR MARCA.DAT - ST=" ST-MAR
               CLOSE ARQLOTE CADVEIC
               GO TO ROT-FIM.
           OPEN INPUT MODELO
           IF ST-MDL = "00"
               MOVE "S" TO W-MDLDISP.
           OPEN OUTPUT RELVCG
           IF ST-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR VEICARGA.TXT - ST=" ST-REL
               GO TO VCG-CRITICA-FIM.
           IF RL-SITU NOT = "N" AND RL-SITU NOT = "U"
              AND RL-SITU NOT = "S" AND RL-SITU NOT = "M"
               MOVE "SITUACAO FORA DE N/U/S/M" TO W-MOTIVO
               GO TO VCG-CRITICA-FIM.
           IF RL-MODELO = SPACES
               GO TO VCG-CRITICA-FIM.
           IF RL-MODELO IS NOT NUMERIC
               MOVE "MODELO NAO NUMERICO" TO W-MOTIVO
               GO TO VCG-CRITICA-FIM.
           IF W-MDLDISP NOT = "S"
               MOVE "MODELO SEM CATALOGO MODELO.DAT" TO W-MOTIVO
               GO TO VCG-CRITICA-FIM.
           MOVE RL-MARCA    TO MDL-MARCA
           MOVE RL-MODELO-N TO MDL-COD
           READ MODELO
           IF ST-MDL NOT = "00"
               MOVE "MODELO NAO CADASTRADO NA MARCA" TO W-MOTIVO.
       VCG-CRITICA-FIM.
           EXIT.
      *
           MOVE RL-CPF TO CODCPF
           MOVE RL-SITU TO SITUACAO
           MOVE W-FILIAL TO FILIAL
           IF RL-MODELO = SPACES
               MOVE ZEROS TO CODMODELO
           ELSE
               MOVE RL-MODELO-N TO CODMODELO.
           MOVE ZEROS  TO ANOMODELO
           MOVE SPACES TO CHASSI
           WRITE REGVEIC
           IF ST-ERRO = "22"
               MOVE "PLACA JA CADASTRADA" TO W-MOTIVO
                  DELIMITED BY SIZE INTO LINREL
           PERFORM VCG-IMP THRU VCG-IMP-FIM.
           CLOSE ARQLOTE CADVEIC MARCAS RELVCG IMPRESSORA AUDITORIA.
           IF W-MDLDISP = "S"
               CLOSE MODELO.
           DISPLAY "VEICARGA - RELATORIO EM VEICARGA.TXT".
           DISPLAY "VEICULOS GRAVADOS...: " W-ACEITOS.
           DISPLAY "REJEITADAS..........: " W-REJEITADOS.
