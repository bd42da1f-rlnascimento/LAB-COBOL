      *-----------------------------------------------------------------
      * CPYPNUR - REGISTRO DO CADASTRO DE PNEUS (PNEU.DAT).
      * PNU-SITUACAO: V=MONTADO NUM VEICULO (PNU-PLACA/PNU-POSICAO),
      * E=ESTOQUE, D=DESCARTADO. PNU-ODOMONT: ODOMETRO DO VEICULO QUANDO
      * O PNEU ENTROU NA POSICAO ATUAL; PNU-KMACUM: KM JA RODADOS NOS
      * TRECHOS ENCERRADOS. PNU-KMRODIZ E PNU-KMRECAP GUARDAM O KMACUM
      * DO ULTIMO RODIZIO/MONTAGEM E DA ULTIMA RECAPAGEM, PARA O AVISO
      * DE VENCIMENTO. PNU-CUSTOPEND: COMPRA E RECAPAGENS AINDA NAO
      * LANCADAS EM VEICULO (VAO NA PROXIMA MONTAGEM).
      *-----------------------------------------------------------------
       FD PNEU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PNEU.DAT".
       01 REGPNU.
                03 PNU-FOGO            PIC X(08).
                03 PNU-MARCA           PIC X(15).
                03 PNU-MEDIDA          PIC X(12).
                03 PNU-DATACOMP        PIC 9(08).
                03 PNU-CUSTO           PIC 9(06)V99.
                03 PNU-RECAP           PIC 9(01).
                03 PNU-CUSTOREC        PIC 9(06)V99.
                03 PNU-CUSTOPEND       PIC 9(06)V99.
                03 PNU-SITUACAO        PIC X(01).
                03 PNU-LOCALIZ.
                    05 PNU-PLACA       PIC X(07).
                    05 PNU-POSICAO     PIC X(03).
                03 PNU-ODOMONT         PIC 9(07).
                03 PNU-KMACUM          PIC 9(07).
                03 PNU-KMRODIZ         PIC 9(07).
                03 PNU-KMRECAP         PIC 9(07).
