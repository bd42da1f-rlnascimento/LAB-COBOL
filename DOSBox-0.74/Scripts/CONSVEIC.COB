      * CADASTRO DE VEICULO.DAT, AS PASSAGENS PELA OFICINA
      * (MANUVEIC.DAT), AS MULTAS (MULTA.DAT), AS APOLICES
      * (SEGURO.DAT), OS IPVA PAGOS (IPVAPAG.DAT), A ALOCACAO EM
      * ABERTO (ALOCA.DAT), OS RECALLS DO FABRICANTE AINDA NAO
      * ATENDIDOS (RECALVEI.DAT) E OS ULTIMOS ABASTECIMENTOS
      * (ABASTEC.DAT).
      * QUANDO A TELA ENCHE, ENTER CONTINUA DE ONDE PAROU. CADA
      * TELEFONEMA SOBRE UM VEICULO DEIXA DE EXIGIR CINCO PROGRAMAS
      * ABERTOS.
           COPY CPYIPGS.
           COPY CPYALOS.
           COPY CPYABAS.
           COPY CPYRCVS.
           COPY CPYRCLS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYIPGR.
           COPY CPYALOR.
           COPY CPYABAR.
           COPY CPYRCVR.
           COPY CPYRCLR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-IPG       PIC X(02) VALUE "00".
       77 ST-ALO       PIC X(02) VALUE "00".
       77 ST-ABA       PIC X(02) VALUE "00".
       77 ST-RCV       PIC X(02) VALUE "00".
       77 ST-RCL       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           COPY CPYTECL.
       77 MENS         PIC X(50) VALUE SPACES.
           MOVE 5 TO W-LIN
           PERFORM VEI-MOSTRA THRU VEI-MOSTRA-FIM
           PERFORM ALO-MOSTRA THRU ALO-MOSTRA-FIM
           PERFORM RCV-MOSTRA THRU RCV-MOSTRA-FIM
           PERFORM MNT-MOSTRA THRU MNT-MOSTRA-FIM
           PERFORM MUL-MOSTRA THRU MUL-MOSTRA-FIM
           PERFORM SEG-MOSTRA THRU SEG-MOSTRA-FIM
           EXIT.
      *
      *****************************************
      * RECALLS DO FABRICANTE SEM ATENDIMENTO *
      *****************************************
      *
       RCV-MOSTRA.
           MOVE W-PLACASEL TO RCV-PLACA
           MOVE SPACES TO RCV-CAMPANHA
           START RECALVEI KEY IS NOT LESS THAN RCV-CHAVE
           IF ST-RCV NOT = "00"
               GO TO RCV-MOSTRA-FIM.
       RCV-MOSTRA-LER.
           READ RECALVEI NEXT RECORD
           IF ST-RCV NOT = "00"
               GO TO RCV-MOSTRA-FIM.
           IF RCV-PLACA NOT = W-PLACASEL
               GO TO RCV-MOSTRA-FIM.
           IF RCV-DATAEXEC NOT = ZEROS
               GO TO RCV-MOSTRA-LER.
           MOVE RCV-CAMPANHA TO RCL-CAMPANHA
           READ RECALL
           IF ST-RCL NOT = "00"
               MOVE SPACES TO RCL-DESC.
           PERFORM PAG-CHECA THRU PAG-CHECA-FIM
           DISPLAY (W-LIN, 01) "RECALL"
           DISPLAY (W-LIN, 09) RCV-CAMPANHA
           DISPLAY (W-LIN, 25) RCL-DESC (1:30)
           DISPLAY (W-LIN, 56) "ABERTO DESDE"
           DISPLAY (W-LIN, 69) RCV-DATAVINC
           ADD 1 TO W-LIN
           GO TO RCV-MOSTRA-LER.
       RCV-MOSTRA-FIM.
           EXIT.
      *
      *****************************************
      * PASSAGENS PELA OFICINA                *
      *****************************************
      *
           OPEN INPUT SEGURO
           OPEN INPUT IPVAPAG
           OPEN INPUT ALOCA
           OPEN INPUT RECALVEI
           OPEN INPUT RECALL
           OPEN INPUT ABASTEC.
       CON-ABRE-FIM.
           EXIT.
      **********************
      *
       ROT-ENC.
           CLOSE CADVEIC MANUVEIC MULTA SEGURO IPVAPAG ALOCA ABASTEC
                 RECALVEI RECALL.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           STOP RUN.
