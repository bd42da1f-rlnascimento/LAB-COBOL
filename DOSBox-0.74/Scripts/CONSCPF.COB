      * AQUI O CRUZAMENTO E EXATO PELO CODCPF. COMO NENHUM DOS
      * ARQUIVOS TEM CHAVE POR CPF, A BUSCA E POR VARREDURA - OS
      * ARQUIVOS DA LOJA SAO PEQUENOS E A CONSULTA E EVENTUAL.
      * AMIGO QUE VEIO DE EX-ALUNO (EXALUNO.DAT, CONFIRMADO NO
      * CONFEXAL) MOSTRA TAMBEM O LADO DA ESCOLA: CODALU, NOME COMO
      * ALUNO E TERMO EM QUE CONCLUIU.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CHAVE2== BY ==CEPCHAVE2==
                         ==ST-ERRO== BY ==ST-CEP==.
           COPY CPYEXAS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYCEPR
               REPLACING ==CODCEP== BY ==CEP-CODCEP==
                         ==CODCPF== BY ==CEP-CODCPF==.
      *
           COPY CPYEXAR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-AMI       PIC X(02) VALUE "00".
       77 ST-VEI       PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 ST-EXA       PIC X(02) VALUE "00".
       77 W-EXADISP    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
               MOVE "S" TO W-CEPDISP
           ELSE
               MOVE "N" TO W-CEPDISP.
           OPEN INPUT EXALUNO
           IF ST-EXA = "00"
               MOVE "S" TO W-EXADISP.
       INC-001.
           MOVE ZEROS TO W-CPF
           DISPLAY (01, 01) ERASE
           DISPLAY (W-LIN, 25) EMAIL
           ADD 1 TO W-LIN
           PERFORM END-MOSTRA THRU END-MOSTRA-FIM
           PERFORM EXA-MOSTRA THRU EXA-MOSTRA-FIM
           GO TO AMI-BUSCA-LER.
       AMI-BUSCA-EOF.
           CLOSE CODAMIGO.
       AMI-BUSCA-FIM.
           EXIT.
      *
      *        O MESMO AMIGO COMO EX-ALUNO (CRIADO OU VINCULADO)
       EXA-MOSTRA.
           IF W-EXADISP NOT = "S"
               GO TO EXA-MOSTRA-FIM.
           MOVE APELIDO TO EXA-APELIDO
           READ EXALUNO KEY IS EXA-APELIDO
           IF ST-EXA NOT = "00"
               GO TO EXA-MOSTRA-FIM.
           IF EXA-SITUACAO NOT = "C" AND EXA-SITUACAO NOT = "V"
               GO TO EXA-MOSTRA-FIM.
           DISPLAY (W-LIN, 03) "EX-ALUNO"
           DISPLAY (W-LIN, 12) EXA-CODALU
           DISPLAY (W-LIN, 18) EXA-NOME
           DISPLAY (W-LIN, 49) "TERMO"
           DISPLAY (W-LIN, 55) EXA-TERMO
           ADD 1 TO W-LIN.
       EXA-MOSTRA-FIM.
           EXIT.
      *
      *****************************************
      * VEICULOS EM NOME DO CPF               *
      *****************************************
       ROT-ENC.
           IF W-CEPDISP = "S"
               CLOSE CEP.
           IF W-EXADISP = "S"
               CLOSE EXALUNO.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           STOP RUN.
