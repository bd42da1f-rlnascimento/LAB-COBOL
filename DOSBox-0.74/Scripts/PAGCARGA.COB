       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGCARGA.
      **************************************
      *  CARGA DAS CONTAS A PAGAR A PARTIR *
      *  DOS SUBSISTEMAS (-> PAGAR.DAT)    *
      **************************************
      *----------------------------------------------------------------
      * JUNTA NUM SO ARQUIVO (PAGAR.DAT) AS OBRIGACOES QUE VIVIAM CADA
      * UMA NO SEU CANTO, COM CREDOR, DOCUMENTO, VENCIMENTO, VALOR,
      * ORIGEM E A CHAVE DO REGISTRO QUE A GEROU:
      *   MULT - MULTA EM ABERTO (MUL-PAGA = N), VENCIMENTO MUL-VENCTO.
      *          COM RECURSO PENDENTE NAO ENTRA; RECURSO DEFERIDO
      *          CANCELA A CONTA AINDA EM ABERTO;
      *   IPVA - IPVA DO EXERCICIO CORRENTE (CALCIPVA) DOS VEICULOS NA
      *          FROTA, VENCENDO NO DIA/MES DA COMPRA; O CARRO COMPRADO
      *          NO PROPRIO ANO NAO ENTRA. GUIA LANCADA NO CADIPVA
      *          (IPVAPAG.DAT) BAIXA A CONTA;
      *   SEGU - PREMIO DAS APOLICES AINDA VIGENTES, DIVIDIDO EM
      *          SEGPARC PARCELAS MENSAIS A PARTIR DO INICIO DA
      *          VIGENCIA (PADRAO 1 - PREMIO A VISTA). A QUANTIDADE DE
      *          PARCELAS ENTRA NA CHAVE: DEFINIR O SEGPARC ANTES DA
      *          PRIMEIRA CARGA;
      *   OSRV - NOTA DA OFICINA DAS ORDENS DE SERVICO FECHADAS,
      *          VENCENDO PAGPRAZO DIAS CORRIDOS DEPOIS DO FECHAMENTO
      *          (PADRAO 30);
      *   DESP - DESPESA DE EVENTO AGENDADA (DATA DE PAGAMENTO NO
      *          FUTURO); CHEGADA A DATA, A CONTA E BAIXADA;
      *   FINP - PARCELA DE FINANCIAMENTO EM ABERTO VENCENDO ATE
      *          PAGHORIZ DIAS A FRENTE (PADRAO 60); A BAIXA NO
      *          CADFINPG BAIXA A CONTA.
      * RODAR DE NOVO NAO DUPLICA (A CHAVE E ORIGEM + CHAVE DE
      * ORIGEM); CONTA JA PAGA OU CANCELADA NAO E MAIS MEXIDA, E A
      * BAIXA FEITA NA ORIGEM ENTRA COMO FORMA "O". OBRIGACOES COM
      * DATA DE ORIGEM ANTERIOR A PAGCORTE (AAAAMMDD, PADRAO ZERO =
      * TODAS) NAO SAO CARREGADAS - NA PRIMEIRA CARGA, PARA O PASSADO
      * JA PAGO FORA DO SISTEMA NAO VIRAR CONTA EM ABERTO. ARQUIVO DE
      * ORIGEM AUSENTE NA LOJA E PULADO COM AVISO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPAGS.
           COPY CPYMLTS.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.
           COPY CPYIPGS.
           COPY CPYSGS.
           COPY CPYOSVS.
           COPY CPYDSPS.
           COPY CPYFINS.
           COPY CPYFPAS.
           COPY CPYFORS.
           COPY CPYCALS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPAGR.
           COPY CPYMLTR.
           COPY CPYVEIR.
           COPY CPYIPGR.
           COPY CPYSGR.
           COPY CPYOSVR.
           COPY CPYDSPR.
           COPY CPYFINR.
           COPY CPYFPAR.
           COPY CPYFORR.
           COPY CPYCALR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAG         PIC X(02) VALUE "00".
       77 ST-MUL         PIC X(02) VALUE "00".
       77 ST-VEI         PIC X(02) VALUE "00".
       77 ST-IPG         PIC X(02) VALUE "00".
       77 ST-SEG         PIC X(02) VALUE "00".
       77 ST-OSV         PIC X(02) VALUE "00".
       77 ST-DSP         PIC X(02) VALUE "00".
       77 ST-FIN         PIC X(02) VALUE "00".
       77 ST-FPA         PIC X(02) VALUE "00".
       77 ST-FOR         PIC X(02) VALUE "00".
       77 ST-CAL         PIC X(02) VALUE "00".
      *        PARAMETROS (PARAMET.DAT VIA PARLER)
       77 W-PARNOME      PIC X(10) VALUE SPACES.
       77 W-PARVALOR     PIC 9(09)V99 VALUE ZEROS.
       77 W-PARACHOU     PIC X(01) VALUE "N".
       77 W-PRAZO        PIC 9(03) VALUE 30.
       77 W-HORIZ        PIC 9(03) VALUE 60.
       77 W-SEGPARC      PIC 9(02) VALUE 1.
       77 W-CORTE        PIC 9(08) VALUE ZEROS.
      *        CONTROLE
       77 W-HOJE8        PIC 9(08) VALUE ZEROS.
       77 W-LIMFIN       PIC 9(08) VALUE ZEROS.
       77 W-DIAS         PIC 9(03) VALUE ZEROS.
       77 W-PAGACHOU     PIC X(01) VALUE "N".
       77 W-IPGDISP      PIC X(01) VALUE "N".
       77 W-FORDISP      PIC X(01) VALUE "N".
       77 W-ORIGPAGA     PIC X(01) VALUE "N".
       77 W-DATAORIG     PIC 9(08) VALUE ZEROS.
       77 W-PARC         PIC 9(02) VALUE ZEROS.
       77 W-VALPARC      PIC 9(08)V99 VALUE ZEROS.
       77 W-VALRESTO     PIC 9(08)V99 VALUE ZEROS.
       77 W-ARQNOME      PIC X(12) VALUE SPACES.
      *        CONTADORES DA ORIGEM CORRENTE E TOTAIS
       77 W-OINC         PIC 9(06) VALUE ZEROS.
       77 W-OBAI         PIC 9(06) VALUE ZEROS.
       77 W-OCAN         PIC 9(06) VALUE ZEROS.
       77 W-TINC         PIC 9(06) VALUE ZEROS.
       77 W-TBAI         PIC 9(06) VALUE ZEROS.
       77 W-TCAN         PIC 9(06) VALUE ZEROS.
       01 W-HOJE.
            03 W-HOJE-ANO    PIC 9(04).
            03 W-HOJE-MES    PIC 9(02).
            03 W-HOJE-DIA    PIC 9(02).
       01 W-CHAVE.
            03 W-CHORIG      PIC X(04).
            03 W-CHCHV       PIC X(30).
       01 W-CHIPVA.
            03 W-CHIPVA-PLACA PIC X(07).
            03 W-CHIPVA-EXERC PIC 9(04).
       01 W-CHSEGU.
            03 W-CHSEGU-CHAVE PIC X(17).
            03 W-CHSEGU-PARC  PIC 9(02).
       01 W-DATAX.
            03 W-DATAX-ANO   PIC 9(04).
            03 W-DATAX-MES   PIC 9(02).
            03 W-DATAX-DIA   PIC 9(02).
       01 W-DATAX8 REDEFINES W-DATAX PIC 9(08).
       01 W-DESCSEG.
            03 FILLER        PIC X(22) VALUE "PREMIO DO SEGURO PARC ".
            03 W-DESCSEG-P   PIC 9(02).
            03 FILLER        PIC X(01) VALUE "/".
            03 W-DESCSEG-N   PIC 9(02).
            03 FILLER        PIC X(03) VALUE SPACES.
       01 W-DESCFIN.
            03 FILLER        PIC X(08) VALUE "PARCELA ".
            03 W-DESCFIN-P   PIC 9(03).
            03 FILLER        PIC X(19) VALUE " DO FINANCIAMENTO".
           COPY CPYCALW.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PAGCARGA - CARGA DAS CONTAS A PAGAR".
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-HOJE8
           PERFORM PGC-PARAM THRU PGC-PARAM-FIM.
           PERFORM PGC-OP0 THRU PGC-OP0-FIM.
           PERFORM PGC-MULT THRU PGC-MULT-FIM.
           PERFORM PGC-IPVA THRU PGC-IPVA-FIM.
           PERFORM PGC-SEGU THRU PGC-SEGU-FIM.
           PERFORM PGC-OSRV THRU PGC-OSRV-FIM.
           PERFORM PGC-DESP THRU PGC-DESP-FIM.
           PERFORM PGC-FINP THRU PGC-FINP-FIM.
           CLOSE PAGAR.
           IF W-FORDISP = "S"
               CLOSE FORNEC.
           DISPLAY "TOTAL - INCLUIDAS: " W-TINC " BAIXADAS NA ORIGEM: "
               W-TBAI " CANCELADAS: " W-TCAN.
           GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      * PARAMETROS: PRAZO DA NOTA DE OFICINA, HORIZONTE DO
      * FINANCIAMENTO, PARCELAS DO SEGURO E DATA DE CORTE
      *-----------------------------------------------------------------
       PGC-PARAM.
           MOVE "PAGPRAZO" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-PRAZO.
           MOVE "PAGHORIZ" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-HORIZ.
           MOVE "SEGPARC" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S" AND W-PARVALOR > ZEROS
              AND W-PARVALOR < 13
               MOVE W-PARVALOR TO W-SEGPARC.
           MOVE "PAGCORTE" TO W-PARNOME
           CALL "PARLER" USING W-PARNOME W-PARVALOR W-PARACHOU
           IF W-PARACHOU = "S"
               MOVE W-PARVALOR TO W-CORTE.
      *        LIMITE DO FINANCIAMENTO: HOJE + PAGHORIZ DIAS
           MOVE W-HOJE8 TO W-CALDATA
           MOVE ZEROS TO W-DIAS.
       PGC-PARAM-DIA.
           IF W-DIAS < W-HORIZ
               PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM
               ADD 1 TO W-DIAS
               GO TO PGC-PARAM-DIA.
           MOVE W-CALDATA TO W-LIMFIN
           DISPLAY "PRAZO DA NOTA DE OFICINA: " W-PRAZO " DIAS"
           DISPLAY "FINANCIAMENTO VENCENDO ATE: " W-LIMFIN
           DISPLAY "PARCELAS DO SEGURO......: " W-SEGPARC
           DISPLAY "DATA DE CORTE...........: " W-CORTE.
       PGC-PARAM-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ABERTURA DO PAGAR.DAT (CRIADO NA PRIMEIRA VEZ) E DO CADASTRO
      * DE FORNECEDORES, SO PARA O NOME DO CREDOR
      *-----------------------------------------------------------------
       PGC-OP0.
           OPEN I-O PAGAR
           IF ST-PAG = "30" OR ST-PAG = "35"
               OPEN OUTPUT PAGAR
               CLOSE PAGAR
               DISPLAY "** ARQUIVO PAGAR SENDO CRIADO **"
               GO TO PGC-OP0.
           IF ST-PAG NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGAR.DAT - ST=" ST-PAG
               GO TO ROT-FIM.
           MOVE "N" TO W-FORDISP
           OPEN INPUT FORNEC
           IF ST-FOR = "00"
               MOVE "S" TO W-FORDISP.
       PGC-OP0-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * MULTAS (MULTA.DAT)
      *-----------------------------------------------------------------
       PGC-MULT.
           MOVE ZEROS TO W-OINC W-OBAI W-OCAN
           MOVE "MULTA.DAT" TO W-ARQNOME
           OPEN INPUT MULTA
           IF ST-MUL NOT = "00"
               PERFORM PGC-AUSENTE THRU PGC-AUSENTE-FIM
               GO TO PGC-MULT-FIM.
       PGC-MULT-LER.
           READ MULTA NEXT RECORD
               AT END GO TO PGC-MULT-FECHA.
           MOVE "MULT"    TO W-CHORIG
           MOVE SPACES    TO W-CHCHV
           MOVE MUL-CHAVE TO W-CHCHV
           PERFORM PAG-LE THRU PAG-LE-FIM
           IF W-PAGACHOU = "S"
               IF MUL-RECDEC = "D"
                   PERFORM PAG-CANCELA THRU PAG-CANCELA-FIM
                   GO TO PGC-MULT-LER
               ELSE
                   IF MUL-PAGA = "S"
                       MOVE W-HOJE8 TO W-DATAORIG
                       PERFORM PAG-BAIXA THRU PAG-BAIXA-FIM
                       GO TO PGC-MULT-LER
                   ELSE
                       GO TO PGC-MULT-LER.
           IF MUL-PAGA = "S" OR MUL-RECDEC = "D" OR MUL-RECDEC = "P"
               GO TO PGC-MULT-LER.
           IF MUL-DATA < W-CORTE
               GO TO PGC-MULT-LER.
           PERFORM PAG-INICIA THRU PAG-INICIA-FIM
           MOVE "ORGAO AUTUADOR (MULTA)" TO PAG-FORNEC
           MOVE MUL-PLACA  TO PAG-PLACA
           MOVE MUL-DESC   TO PAG-DESC
           MOVE MUL-VENCTO TO PAG-VENCTO
           IF PAG-VENCTO = ZEROS
               MOVE MUL-DATA TO PAG-VENCTO.
           MOVE MUL-VALOR  TO PAG-VALOR
           PERFORM PAG-INCLUI THRU PAG-INCLUI-FIM
           GO TO PGC-MULT-LER.
       PGC-MULT-FECHA.
           CLOSE MULTA
           PERFORM PGC-TOTORIG THRU PGC-TOTORIG-FIM.
       PGC-MULT-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * IPVA DO EXERCICIO CORRENTE (VEICULO.DAT x IPVAPAG.DAT)
      *-----------------------------------------------------------------
       PGC-IPVA.
           MOVE ZEROS TO W-OINC W-OBAI W-OCAN
           MOVE "VEICULO.DAT" TO W-ARQNOME
           OPEN INPUT CADVEIC
           IF ST-VEI NOT = "00"
               PERFORM PGC-AUSENTE THRU PGC-AUSENTE-FIM
               GO TO PGC-IPVA-FIM.
           MOVE "N" TO W-IPGDISP
           OPEN INPUT IPVAPAG
           IF ST-IPG = "00"
               MOVE "S" TO W-IPGDISP.
       PGC-IPVA-LER.
           READ CADVEIC NEXT RECORD
               AT END GO TO PGC-IPVA-FECHA.
           IF SITUACAO = "V" OR SITUACAO = "S" OR SITUACAO = "s"
               GO TO PGC-IPVA-LER.
           IF CALCIPVA = ZEROS OR ANO NOT < W-HOJE-ANO
               GO TO PGC-IPVA-LER.
           MOVE "N" TO W-ORIGPAGA
           IF W-IPGDISP = "S"
               MOVE PLACA      TO IPG-PLACA
               MOVE W-HOJE-ANO TO IPG-EXERC
               READ IPVAPAG
               IF ST-IPG = "00"
                   MOVE "S" TO W-ORIGPAGA
                   MOVE IPG-DATAPAG TO W-DATAORIG.
           MOVE "IPVA"     TO W-CHORIG
           MOVE PLACA      TO W-CHIPVA-PLACA
           MOVE W-HOJE-ANO TO W-CHIPVA-EXERC
           MOVE SPACES     TO W-CHCHV
           MOVE W-CHIPVA   TO W-CHCHV
           PERFORM PAG-LE THRU PAG-LE-FIM
           IF W-PAGACHOU = "S"
               IF W-ORIGPAGA = "S"
                   PERFORM PAG-BAIXA THRU PAG-BAIXA-FIM
                   GO TO PGC-IPVA-LER
               ELSE
                   GO TO PGC-IPVA-LER.
           IF W-ORIGPAGA = "S"
               GO TO PGC-IPVA-LER.
           MOVE W-HOJE-ANO TO W-DATAX-ANO
           MOVE MES        TO W-DATAX-MES
           MOVE DIA        TO W-DATAX-DIA
           IF W-DATAX-DIA > 28
               MOVE 28 TO W-DATAX-DIA.
           IF W-DATAX8 < W-CORTE
               GO TO PGC-IPVA-LER.
           PERFORM PAG-INICIA THRU PAG-INICIA-FIM
           MOVE "SEFAZ - IPVA" TO PAG-FORNEC
           MOVE PLACA          TO PAG-PLACA
           MOVE SPACES         TO PAG-DESC
           STRING "IPVA DO EXERCICIO " W-HOJE-ANO
                  DELIMITED BY SIZE INTO PAG-DESC
           MOVE W-DATAX8       TO PAG-VENCTO
           MOVE CALCIPVA       TO PAG-VALOR
           PERFORM PAG-INCLUI THRU PAG-INCLUI-FIM
           GO TO PGC-IPVA-LER.
       PGC-IPVA-FECHA.
           CLOSE CADVEIC
           IF W-IPGDISP = "S"
               CLOSE IPVAPAG.
           PERFORM PGC-TOTORIG THRU PGC-TOTORIG-FIM.
       PGC-IPVA-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PREMIO DAS APOLICES VIGENTES (SEGURO.DAT), EM SEGPARC PARCELAS
      *-----------------------------------------------------------------
       PGC-SEGU.
           MOVE ZEROS TO W-OINC W-OBAI W-OCAN
           MOVE "SEGURO.DAT" TO W-ARQNOME
           OPEN INPUT SEGURO
           IF ST-SEG NOT = "00"
               PERFORM PGC-AUSENTE THRU PGC-AUSENTE-FIM
               GO TO PGC-SEGU-FIM.
       PGC-SEGU-LER.
           READ SEGURO NEXT RECORD
               AT END GO TO PGC-SEGU-FECHA.
           IF SEG-FIM < W-HOJE8 OR SEG-PREMIO = ZEROS
               GO TO PGC-SEGU-LER.
           IF SEG-INI < W-CORTE
               GO TO PGC-SEGU-LER.
           DIVIDE SEG-PREMIO BY W-SEGPARC GIVING W-VALPARC
           COMPUTE W-VALRESTO = SEG-PREMIO - (W-VALPARC * W-SEGPARC)
           MOVE SEG-INI TO W-DATAX8
           IF W-DATAX-DIA > 28
               MOVE 28 TO W-DATAX-DIA.
           MOVE 1 TO W-PARC.
       PGC-SEGU-PARC.
           IF W-PARC > W-SEGPARC
               GO TO PGC-SEGU-LER.
           MOVE "SEGU"    TO W-CHORIG
           MOVE SEG-CHAVE TO W-CHSEGU-CHAVE
           MOVE W-PARC    TO W-CHSEGU-PARC
           MOVE SPACES    TO W-CHCHV
           MOVE W-CHSEGU  TO W-CHCHV
           PERFORM PAG-LE THRU PAG-LE-FIM
           IF W-PAGACHOU = "S"
               GO TO PGC-SEGU-PROX.
           PERFORM PAG-INICIA THRU PAG-INICIA-FIM
           MOVE SEG-CODFOR     TO PAG-CODFOR
           MOVE SEG-SEGURADORA TO PAG-FORNEC
           MOVE SEG-APOLICE    TO PAG-DOCTO
           MOVE SEG-PLACA      TO PAG-PLACA
           MOVE W-PARC         TO W-DESCSEG-P
           MOVE W-SEGPARC      TO W-DESCSEG-N
           MOVE W-DESCSEG      TO PAG-DESC
           MOVE W-DATAX8       TO PAG-VENCTO
           MOVE W-VALPARC      TO PAG-VALOR
           IF W-PARC = W-SEGPARC
               ADD W-VALRESTO TO PAG-VALOR.
           PERFORM PAG-INCLUI THRU PAG-INCLUI-FIM.
       PGC-SEGU-PROX.
           ADD 1 TO W-PARC
           ADD 1 TO W-DATAX-MES
           IF W-DATAX-MES > 12
               MOVE 1 TO W-DATAX-MES
               ADD 1 TO W-DATAX-ANO.
           GO TO PGC-SEGU-PARC.
       PGC-SEGU-FECHA.
           CLOSE SEGURO
           PERFORM PGC-TOTORIG THRU PGC-TOTORIG-FIM.
       PGC-SEGU-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * NOTAS DE OFICINA DAS ORDENS DE SERVICO FECHADAS (ORDSERV.DAT)
      *-----------------------------------------------------------------
       PGC-OSRV.
           MOVE ZEROS TO W-OINC W-OBAI W-OCAN
           MOVE "ORDSERV.DAT" TO W-ARQNOME
           OPEN INPUT ORDSERV
           IF ST-OSV NOT = "00"
               PERFORM PGC-AUSENTE THRU PGC-AUSENTE-FIM
               GO TO PGC-OSRV-FIM.
       PGC-OSRV-LER.
           READ ORDSERV NEXT RECORD
               AT END GO TO PGC-OSRV-FECHA.
           IF OSV-SITUACAO NOT = "F" OR OSV-NFNUM = SPACES
              OR OSV-VALORNF = ZEROS
               GO TO PGC-OSRV-LER.
           IF OSV-DATAFEC < W-CORTE
               GO TO PGC-OSRV-LER.
           MOVE "OSRV"     TO W-CHORIG
           MOVE SPACES     TO W-CHCHV
           MOVE OSV-NUMERO TO W-CHCHV
           PERFORM PAG-LE THRU PAG-LE-FIM
           IF W-PAGACHOU = "S"
               GO TO PGC-OSRV-LER.
           PERFORM PAG-INICIA THRU PAG-INICIA-FIM
           MOVE OSV-CODFOR  TO PAG-CODFOR
           PERFORM PAG-NOMEFOR THRU PAG-NOMEFOR-FIM
           MOVE OSV-NFNUM   TO PAG-DOCTO
           MOVE OSV-PLACA   TO PAG-PLACA
           MOVE SPACES      TO PAG-DESC
           STRING "NOTA DA OS " OSV-NUMERO
                  DELIMITED BY SIZE INTO PAG-DESC
           MOVE OSV-VALORNF TO PAG-VALOR
           MOVE OSV-DATAFEC TO W-CALDATA
           MOVE ZEROS TO W-DIAS.
       PGC-OSRV-DIA.
           IF W-DIAS < W-PRAZO
               PERFORM CAL-PROXDIA THRU CAL-PROXDIA-FIM
               ADD 1 TO W-DIAS
               GO TO PGC-OSRV-DIA.
           MOVE W-CALDATA TO PAG-VENCTO
           PERFORM PAG-INCLUI THRU PAG-INCLUI-FIM
           GO TO PGC-OSRV-LER.
       PGC-OSRV-FECHA.
           CLOSE ORDSERV
           PERFORM PGC-TOTORIG THRU PGC-TOTORIG-FIM.
       PGC-OSRV-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * DESPESAS DE EVENTO AGENDADAS (DESPEVE.DAT)
      *-----------------------------------------------------------------
       PGC-DESP.
           MOVE ZEROS TO W-OINC W-OBAI W-OCAN
           MOVE "DESPEVE.DAT" TO W-ARQNOME
           OPEN INPUT DESPEVE
           IF ST-DSP NOT = "00"
               PERFORM PGC-AUSENTE THRU PGC-AUSENTE-FIM
               GO TO PGC-DESP-FIM.
       PGC-DESP-LER.
           READ DESPEVE NEXT RECORD
               AT END GO TO PGC-DESP-FECHA.
           MOVE "DESP"    TO W-CHORIG
           MOVE SPACES    TO W-CHCHV
           MOVE DSP-CHAVE TO W-CHCHV
           PERFORM PAG-LE THRU PAG-LE-FIM
           IF W-PAGACHOU = "S"
               IF DSP-DATAPAG NOT > W-HOJE8
                   MOVE DSP-DATAPAG TO W-DATAORIG
                   PERFORM PAG-BAIXA THRU PAG-BAIXA-FIM
                   GO TO PGC-DESP-LER
               ELSE
                   GO TO PGC-DESP-LER.
           IF DSP-DATAPAG NOT > W-HOJE8
               GO TO PGC-DESP-LER.
           PERFORM PAG-INICIA THRU PAG-INICIA-FIM
           MOVE DSP-CODFOR  TO PAG-CODFOR
           MOVE DSP-FORNEC  TO PAG-FORNEC
           MOVE DSP-DOCTO   TO PAG-DOCTO
           MOVE SPACES      TO PAG-DESC
           STRING "DESPESA DO EVENTO " DSP-EVENTO
                  DELIMITED BY SIZE INTO PAG-DESC
           MOVE DSP-DATAPAG TO PAG-VENCTO
           MOVE DSP-VALOR   TO PAG-VALOR
           PERFORM PAG-INCLUI THRU PAG-INCLUI-FIM
           GO TO PGC-DESP-LER.
       PGC-DESP-FECHA.
           CLOSE DESPEVE
           PERFORM PGC-TOTORIG THRU PGC-TOTORIG-FIM.
       PGC-DESP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * PARCELAS DE FINANCIAMENTO (FINPARC.DAT + FINANC.DAT)
      *-----------------------------------------------------------------
       PGC-FINP.
           MOVE ZEROS TO W-OINC W-OBAI W-OCAN
           MOVE "FINPARC.DAT" TO W-ARQNOME
           OPEN INPUT FINPARC
           IF ST-FPA NOT = "00"
               PERFORM PGC-AUSENTE THRU PGC-AUSENTE-FIM
               GO TO PGC-FINP-FIM.
           OPEN INPUT FINANC
           IF ST-FIN NOT = "00"
               MOVE "FINANC.DAT" TO W-ARQNOME
               PERFORM PGC-AUSENTE THRU PGC-AUSENTE-FIM
               CLOSE FINPARC
               GO TO PGC-FINP-FIM.
       PGC-FINP-LER.
           READ FINPARC NEXT RECORD
               AT END GO TO PGC-FINP-FECHA.
           MOVE "FINP"    TO W-CHORIG
           MOVE SPACES    TO W-CHCHV
           MOVE FPA-CHAVE TO W-CHCHV
           PERFORM PAG-LE THRU PAG-LE-FIM
           IF W-PAGACHOU = "S"
               IF FPA-DATAPAG NOT = ZEROS
                   MOVE FPA-DATAPAG TO W-DATAORIG
                   PERFORM PAG-BAIXA THRU PAG-BAIXA-FIM
                   GO TO PGC-FINP-LER
               ELSE
                   GO TO PGC-FINP-LER.
           IF FPA-DATAPAG NOT = ZEROS OR FPA-VENCTO > W-LIMFIN
              OR FPA-VENCTO < W-CORTE
               GO TO PGC-FINP-LER.
           MOVE FPA-PLACA    TO FIN-PLACA
           MOVE FPA-CONTRATO TO FIN-CONTRATO
           READ FINANC
           IF ST-FIN NOT = "00"
               MOVE SPACES TO FIN-BANCO.
           PERFORM PAG-INICIA THRU PAG-INICIA-FIM
           MOVE FIN-BANCO    TO PAG-FORNEC
           MOVE FPA-CONTRATO TO PAG-DOCTO
           MOVE FPA-PLACA    TO PAG-PLACA
           MOVE FPA-NUM      TO W-DESCFIN-P
           MOVE W-DESCFIN    TO PAG-DESC
           MOVE FPA-VENCTO   TO PAG-VENCTO
           MOVE FPA-VALOR    TO PAG-VALOR
           PERFORM PAG-INCLUI THRU PAG-INCLUI-FIM
           GO TO PGC-FINP-LER.
       PGC-FINP-FECHA.
           CLOSE FINPARC FINANC
           PERFORM PGC-TOTORIG THRU PGC-TOTORIG-FIM.
       PGC-FINP-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * AVISO DE ARQUIVO DE ORIGEM AUSENTE E TOTAIS DA ORIGEM
      *-----------------------------------------------------------------
       PGC-AUSENTE.
           DISPLAY "SEM " W-ARQNOME " NA LOJA - ORIGEM PULADA".
       PGC-AUSENTE-FIM.
           EXIT.
      *
       PGC-TOTORIG.
           DISPLAY W-ARQNOME " INCLUIDAS: " W-OINC " BAIXADAS: "
               W-OBAI " CANCELADAS: " W-OCAN
           ADD W-OINC TO W-TINC
           ADD W-OBAI TO W-TBAI
           ADD W-OCAN TO W-TCAN.
       PGC-TOTORIG-FIM.
           EXIT.
      *
      *-----------------------------------------------------------------
      * ACESSO AO PAGAR.DAT PELA CHAVE MONTADA EM W-CHAVE
      *-----------------------------------------------------------------
       PAG-LE.
           MOVE "N" TO W-PAGACHOU
           MOVE W-CHAVE TO PAG-CHAVE
           READ PAGAR
           IF ST-PAG = "00"
               MOVE "S" TO W-PAGACHOU.
       PAG-LE-FIM.
           EXIT.
      *
       PAG-INICIA.
           MOVE SPACES  TO REGPAG
           MOVE ZEROS   TO PAG-CODFOR PAG-VENCTO PAG-VALOR PAG-DATAPAG
                           PAG-BANCO PAG-CONTAB PAG-CONCIL
           MOVE W-CHAVE TO PAG-CHAVE
           MOVE "A"     TO PAG-SITUACAO
           MOVE W-HOJE8 TO PAG-DATAINC.
       PAG-INICIA-FIM.
           EXIT.
      *
       PAG-INCLUI.
           WRITE REGPAG
           IF ST-PAG = "00" OR ST-PAG = "02"
               ADD 1 TO W-OINC
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO PAGAR.DAT - ST=" ST-PAG
                   " " PAG-CHAVE.
       PAG-INCLUI-FIM.
           EXIT.
      *
      *        CONTA AINDA EM ABERTO BAIXADA NA ORIGEM (W-DATAORIG)
       PAG-BAIXA.
           IF PAG-SITUACAO NOT = "A"
               GO TO PAG-BAIXA-FIM.
           MOVE "P"        TO PAG-SITUACAO
           MOVE "O"        TO PAG-FORMA
           MOVE W-DATAORIG TO PAG-DATAPAG
           IF PAG-DATAPAG = ZEROS
               MOVE W-HOJE8 TO PAG-DATAPAG.
           REWRITE REGPAG
           IF ST-PAG = "00" OR ST-PAG = "02"
               ADD 1 TO W-OBAI
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO PAGAR.DAT - ST=" ST-PAG
                   " " PAG-CHAVE.
       PAG-BAIXA-FIM.
           EXIT.
      *
       PAG-CANCELA.
           IF PAG-SITUACAO NOT = "A"
               GO TO PAG-CANCELA-FIM.
           MOVE "C" TO PAG-SITUACAO
           REWRITE REGPAG
           IF ST-PAG = "00" OR ST-PAG = "02"
               ADD 1 TO W-OCAN
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO PAGAR.DAT - ST=" ST-PAG
                   " " PAG-CHAVE.
       PAG-CANCELA-FIM.
           EXIT.
      *
      *        NOME DO CREDOR PELO CNPJ/CPF EM PAG-CODFOR
       PAG-NOMEFOR.
           MOVE SPACES TO PAG-FORNEC
           IF W-FORDISP NOT = "S" OR PAG-CODFOR = ZEROS
               GO TO PAG-NOMEFOR-FIM.
           MOVE PAG-CODFOR TO FOR-DOC
           READ FORNEC
           IF ST-FOR = "00"
               MOVE FOR-FANTASIA TO PAG-FORNEC.
       PAG-NOMEFOR-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *-----------------------------------------------------------------
      * ROTINAS DE DATA DO CALENDARIO (SO O CAL-PROXDIA E USADO)
      *-----------------------------------------------------------------
           COPY CPYCALP.
