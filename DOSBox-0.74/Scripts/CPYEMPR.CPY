      *-----------------------------------------------------------------
      * CPYEMPR - REGISTRO DO ARQUIVO DE EMPRESTIMOS A AMIGOS
      * (EMPREST.DAT). DATAS EM AAAAMMDD. EMP-DEVOLUCAO = ZEROS
      * ENQUANTO O ITEM ESTA FORA; NA DEVOLUCAO VAI A DATA E O ESTADO
      * EM QUE O ITEM VOLTOU (EMP-ESTADO: B=BOM, D=DANIFICADO,
      * P=PERDIDO - NAO VOLTA MAIS, A DATA E A DO ACERTO).
      *-----------------------------------------------------------------
       FD EMPREST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPREST.DAT".
       01 REGEMP.
                03 EMP-CHAVE.
                    05 EMP-APELIDO     PIC X(12).
                    05 EMP-DATA        PIC 9(08).
                    05 EMP-ITEM        PIC X(20).
                03 EMP-DESCR           PIC X(40).
                03 EMP-PREVISTA        PIC 9(08).
                03 EMP-DEVOLUCAO       PIC 9(08).
                03 EMP-ESTADO          PIC X(01).
                03 EMP-OBS             PIC X(30).
                03 EMP-OPERADOR        PIC X(12).
