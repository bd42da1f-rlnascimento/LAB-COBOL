      * MESMA PLACA COM JANELAS SOBREPOSTAS SAO RECUSADAS NA HORA -
      * E O FIM DOS DOIS DEPARTAMENTOS APARECENDO PARA O MESMO CARRO.
      * O MAPA DO DIA SAI NO RELRESER E O CADALOC AVISA NA SAIDA
      * QUANDO O VEICULO ESTA RESERVADO PARA OUTRA PESSOA. SOLICITANTE
      * CADASTRADO EM MOTORIST.DAT COM CATEGORIA DE CNH QUE NAO COBRE
      * A DO MODELO DO VEICULO (MODELO.DAT) SO RESERVA COM LIBERACAO
      * DO SUPERVISOR, REGISTRADA EM AUDIT.TXT. VEICULO COM ORDEM DE
      * SERVICO EM ABERTO (ORDSERV.DAT, CPYOSVP) ESTA NA OFICINA E NAO
      * RECEBE RESERVA NOVA - O NUMERO DA OS APARECE NO AVISO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRSVS.
           COPY CPYMTRS.
           COPY CPYMDLS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-ERRO.
           COPY CPYOSVS.
           COPY CPYAUDS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYRSVR.
           COPY CPYMTRR.
           COPY CPYMDLR.
           COPY CPYVEIR.
           COPY CPYOSVR.
           COPY CPYAUDR.
      *
      *-----------------------------------------------------------------
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CONFLITA   PIC X(01) VALUE "N".
       77 ST-MTR       PIC X(02) VALUE "00".
       77 W-MTROK      PIC X(01) VALUE "S".
           COPY CPYCNHW.
       01 W-NOVAINI    PIC 9(12) VALUE ZEROS.
       01 W-NOVAFIM    PIC 9(12) VALUE ZEROS.
       01 W-VELHAINI   PIC 9(12) VALUE ZEROS.
           COPY CPYCPFW.
           COPY CPYAUDW.
           COPY CPYCONT.
           COPY CPYOSVW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RESERVA
                   GO TO ROT-FIM.
      *        SEM O ORDSERV.DAT NENHUM VEICULO FICA PRESO NA OFICINA
                OPEN INPUT ORDSERV
                IF ST-OSV = "00"
                   MOVE "S" TO W-OSVDISP.
           PERFORM AUD-OP0 THRU AUD-OP0-FIM.
       INC-001.
                MOVE SPACES TO RSV-PLACA RSV-NOME
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *        RESERVA NOVA: O VEICULO NAO PODE ESTAR NA OFICINA
       LER-RSV02.
                PERFORM OSV-BLOQ THRU OSV-BLOQ-FIM
                IF W-OSVBLOQ = "S"
                   MOVE SPACES TO MENS
                   STRING "*** VEICULO NA OFICINA - OS " W-OSVNUM
                          " ***" DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-004.
                ACCEPT (07, 18) RSV-DATAFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE W-CPF TO RSV-CPF.
                PERFORM MTR-COBRE THRU MTR-COBRE-FIM
                IF W-MTROK NOT = "S"
                   GO TO INC-006.
      *
      *        ANTES DAS CONFIRMACOES, A JANELA E CONFERIDA CONTRA AS
      *        DEMAIS RESERVAS DA PLACA - TAMBEM NA ALTERACAO, SENAO
                EXIT.
      *
      *****************************************
      * A CNH DO SOLICITANTE COBRE O MODELO?  *
      *****************************************
      * SO VALE PARA QUEM ESTA EM MOTORIST.DAT - QUEM RESERVA PARA
      * OUTRA PESSOA PASSA, E O CADALOC BARRA NA SAIDA. RECUSA SO O
      * SUPERVISOR LIBERA, COM REGISTRO EM AUDIT.TXT.
      *
       MTR-COBRE.
                MOVE "S" TO W-MTROK
                OPEN INPUT MOTORIST
                IF ST-MTR NOT = "00"
                   GO TO MTR-COBRE-FIM.
                MOVE W-CPF TO MTR-CPF
                READ MOTORIST
                IF ST-MTR NOT = "00"
                   CLOSE MOTORIST
                   GO TO MTR-COBRE-FIM.
                CLOSE MOTORIST
                PERFORM CNH-EXIGE THRU CNH-EXIGE-FIM
                MOVE MTR-CATEG TO W-CNHMOT
                PERFORM CNH-COBRE THRU CNH-COBRE-FIM
                IF W-CNHOK = "S"
                   GO TO MTR-COBRE-FIM.
                MOVE "N" TO W-MTROK
                MOVE SPACES TO MENS
                STRING "*** CNH " W-CNHMOT " - O VEICULO EXIGE "
                       W-CNHEXI " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-OPERNIVEL NOT = "S"
                   MOVE "*** RESERVA RECUSADA - CHAME O SUPERVISOR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MTR-COBRE-FIM.
       MTR-COBRE-PERG.
                DISPLAY (21, 01) "SUPERVISOR: LIBERAR MESMO ASSIM"
                DISPLAY (21, 33) "(S/N): "
                ACCEPT (21, 40) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   MOVE "S" TO W-MTROK
                   MOVE "RESERVA"    TO AUD-ARQ
                   MOVE "LIB-CATEG"  TO AUD-ACAO
                   MOVE RSV-PLACA    TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   DISPLAY (21, 01) LIMPA
                   GO TO MTR-COBRE-FIM.
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (21, 01) LIMPA
                   GO TO MTR-COBRE-FIM.
                GO TO MTR-COBRE-PERG.
       MTR-COBRE-FIM.
                EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
      *
       ROT-ENC.
                CLOSE RESERVA CADVEIC AUDITORIA.
                IF W-OSVDISP = "S"
                   CLOSE ORDSERV.
       ROT-FIM.
                PERFORM SES-SAIDA THRU SES-SAIDA-FIM.
                DISPLAY (01, 01) ERASE
      *****************************************
      *
           COPY CPYCPFP.
      *
      *****************************************
      * CATEGORIA DE CNH EXIGIDA (MODELO.DAT)  *
      *****************************************
      *
           COPY CPYCNHP.
      *
      *****************************************
      * VEICULO PRESO EM OS (ORDSERV.DAT)     *
      *****************************************
      *
           COPY CPYOSVP
               REPLACING ==CPY-PLACA== BY ==RSV-PLACA==.
       FIM-ROT-TEMPO.
