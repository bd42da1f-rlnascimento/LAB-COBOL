      *-----------------------------------------------------------------
      * CPYRCVR - REGISTRO DO VINCULO RECALL X PLACA (RECALVEI.DAT).
      * RCV-DATAVINC: DATA EM QUE A PLACA FOI LIGADA A CAMPANHA.
      * RCV-DATAEXEC: DATA EM QUE O SERVICO FOI FEITO NA
      * CONCESSIONARIA (RCV-CONCESS); ZEROS = RECALL EM ABERTO.
      * RCV-ORIGEM: J=VINCULADO PELO RECALJOB, M=VINCULADO A MAO.
      *-----------------------------------------------------------------
       FD RECALVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECALVEI.DAT".
       01 REGRCV.
                03 RCV-CHAVE.
                    05 RCV-PLACA       PIC X(07).
                    05 RCV-CAMPANHA    PIC X(15).
                03 RCV-DATAVINC        PIC 9(08).
                03 RCV-ORIGEM          PIC X(01).
                03 RCV-DATAEXEC        PIC 9(08).
                03 RCV-CONCESS         PIC X(30).
                03 RCV-OPERADOR        PIC X(12).
