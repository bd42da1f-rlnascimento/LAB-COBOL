      *-----------------------------------------------------------------
      * CPYAVRR - REGISTRO DE AVARIAS (AVARIA.DAT). AVR-AREA E A AREA
      * DA CARROCERIA (CPYAVRW). AVR-MOMENTO: S=ACHADA NA SAIDA (JA
      * ESTAVA NO VEICULO, SEM RESPONSAVEL), R=NOVA NO RETORNO
      * (ATRIBUIDA AO MOTORISTA DA ALOCACAO EM AVR-CPF), A=AVULSA
      * (CADAVARI). AVR-ALODATA/AVR-ALOHORA SAO A DATA E HORA DA SAIDA
      * DA ALOCACAO (ZEROS NA AVULSA). AVR-SITUACAO: A=NO VEICULO,
      * C=CONSERTADA. AVR-SINAPOL/AVR-SINDATA APONTAM O SINISTRO
      * ABERTO PARA ELA (SINISTRO.DAT) E AVR-OSNUM A ORDEM DE SERVICO
      * (ORDSERV.DAT).
      *-----------------------------------------------------------------
       FD AVARIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVARIA.DAT".
       01 REGAVR.
                03 AVR-CHAVE.
                    05 AVR-PLACA       PIC X(07).
                    05 AVR-SEQ         PIC 9(04).
                03 AVR-AREA            PIC 9(02).
                03 AVR-DESC            PIC X(40).
                03 AVR-DATA            PIC 9(08).
                03 AVR-MOMENTO         PIC X(01).
                03 AVR-ALODATA         PIC 9(08).
                03 AVR-ALOHORA         PIC 9(06).
                03 AVR-CPF             PIC 9(11).
                03 AVR-SITUACAO        PIC X(01).
                03 AVR-SINAPOL         PIC X(10).
                03 AVR-SINDATA         PIC 9(08).
                03 AVR-OSNUM           PIC 9(06).
                03 AVR-OPERADOR        PIC X(12).
