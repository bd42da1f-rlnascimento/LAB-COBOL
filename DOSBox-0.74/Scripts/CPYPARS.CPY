      *   MEDIAMIN  - MEDIA MINIMA DE APROVACAO (FECHATER/RELALU/
      *               RELBOLE; PADRAO 6,00)
      *   FALTAVISO - LIMITE DE AVISO DE FALTAS (RELFALT; PADRAO 12)
      *   VLMENSAL  - VALOR PADRAO DA MENSALIDADE (GERAMENS;
      *               REGRAVADO PELO REAJUSTE; BASE DO DESCONTO
      *               PERCENTUAL NA ALCADA DO CADDESC)
      *   REAJVIG   - COMPETENCIA (AAAAMM) DO ULTIMO REAJUSTE
      *               APLICADO (GRAVADO PELO REAJUSTE, QUE NAO
      *               APLICA DE NOVO NA MESMA VIGENCIA)
      *   IPVAMESES - PARCELAS DA PROVISAO DE IPVA (CONTABIL;
      *               PADRAO 12)
      *   SENHADIAS - VALIDADE DA SENHA EM DIAS (OPRLOGIN; PADRAO 90)
      *   PRORSAIDA - PRO RATA DO MES DA SAIDA DO ALUNO (CADSAIDA;
      *               0 = MES CHEIO; PADRAO PRO RATA POR DIA)
      *   MULTAPCT  - MULTA POR ATRASO DA MENSALIDADE EM % (CPYENCP -
      *               CADPAGA/BOLRET/BOLREM; PADRAO 2,00)
      *   JUROSMES  - JUROS DE MORA EM % AO MES, PRO RATA DIA
      *               (CPYENCP; PADRAO 1,00)
      *   CARENCIA  - DIAS APOS O VENCIMENTO SEM MULTA NEM JUROS
      *               (CPYENCP; PADRAO 0)
      *   DIAVENC   - DIA DO VENCIMENTO DA MENSALIDADE NO MES DA
      *               COMPETENCIA, 1 A 28 (CPYENCP; PADRAO 10)
      *   NFSSERV   - ITEM DA LISTA DE SERVICOS DA LC 116 NO RPS DA
      *               NFS-E, SEM O PONTO (NFSRPS; PADRAO 801 = 8.01)
      *   NFSALIQ   - ALIQUOTA DO ISS EM % (NFSRPS; PADRAO 2,00)
      *   NFSINSCR  - INSCRICAO MUNICIPAL DA ESCOLA NO CABECALHO DO
      *               LOTE DE RPS (NFSRPS; SEM PADRAO - AVISA)
      *   AULAMIN   - DURACAO DA AULA EM MINUTOS PARA O CHOQUE DE
      *               HORARIO DAS TURMAS (CPYHORP - CADTURMA/
      *               P201621A/APRPREMA/RELHORA; PADRAO 50)
      *   PRAZOPAU  - DIAS CORRIDOS APOS O FIM DO BIMESTRE PARA A
      *               ENTREGA DA PAUTA DE NOTAS (GERPAUTA; PADRAO 7)
      *   RSCFALTA  - PONTOS POR FALTA SEGUIDA NA LISTA DE RETENCAO
      *               (RISCOEVA; PADRAO 2)
      *   RSCMENS   - PONTOS POR MENSALIDADE VENCIDA EM ABERTO
      *               (RISCOEVA; PADRAO 5)
      *   RSCOCOR   - PONTOS POR OCORRENCIA RECENTE (RISCOEVA;
      *               PADRAO 3)
      *   RSCNOTA   - PONTOS POR DISCIPLINA COM NOTA EM QUEDA
      *               (RISCOEVA; PADRAO 2)
      *   RSCMESES  - MESES PARA TRAS DAS OCORRENCIAS QUE CONTAM
      *               (RISCOEVA; PADRAO 2)
      *   RSCMINIMO - PONTUACAO MINIMA PARA ENTRAR NA LISTA
      *               (RISCOEVA; PADRAO 10)
      *   HONQTD    - QUANTOS ALUNOS NO QUADRO DE HONRA DO TERMO
      *               (RELHONRA; PADRAO 10)
      *   HONFREQ   - FREQUENCIA MINIMA EM % PARA O QUADRO DE HONRA
      *               (RELHONRA; PADRAO 75)
      *   HONAULAS  - AULAS PREVISTAS POR DISCIPLINA NO TERMO QUANDO
      *               NAO HA CALENDARIO OU TURMA (RELHONRA; PADRAO 40)
      *   ORCTOLER  - TOLERANCIA EM % ACIMA DO ORCAMENTO DA FROTA
      *               ANTES DE MARCAR A CATEGORIA ESTOURADA (RELORCFR;
      *               PADRAO 10)
      *   TAXALIC   - TAXA DO LICENCIAMENTO ANUAL POR VEICULO, CONTADA
      *               NA DATA DA EMISSAO (RELORCFR; PADRAO 0)
      *   IPVAALQ   - ALIQUOTA PADRAO DO IPVA EM % NA VIRADA DE
      *               EXERCICIO (VIRAEXER; AUSENTE = FICA A DO CARRO)
      *   IPVAALQx  - ALIQUOTA DO IPVA EM % POR COMBUSTIVEL DO MODELO,
      *               x = G/E/F/D/V/L DE MDL-COMBUST (VIRAEXER; AUSENTE
      *               = VALE O IPVAALQ)
      *   VIRAEXER  - ULTIMO EXERCICIO (AAAA) VIRADO NA FROTA (GRAVADO
      *               PELO VIRAEXER, QUE NAO VIRA DE NOVO O MESMO ANO)
      *   SCRMULTA  - PONTOS PERDIDOS POR MULTA DO MOTORISTA NO
      *               TRIMESTRE (RELSCORE; PADRAO 5)
      *   SCRPONTO  - PONTOS PERDIDOS POR PONTO NA CNH DESSAS MULTAS
      *               (RELSCORE; PADRAO 1)
      *   SCRAVARIA - POR AVARIA NOVA ACHADA NO RETORNO (RELSCORE;
      *               PADRAO 5)
      *   SCRSINI   - POR SINISTRO DURANTE ALOCACAO DO MOTORISTA
      *               (RELSCORE; PADRAO 10)
      *   SCRCOMB   - POR FAIXA DE 10% DE COMBUSTIVEL ACIMA DA MEDIA
      *               DO MODELO (RELSCORE; PADRAO 2)
      *   SCRATRASO - POR DEVOLUCAO DEPOIS DO FIM DA RESERVA
      *               (RELSCORE; PADRAO 3)
      *   SCRMINIMO - NOTA (0 A 100) ABAIXO DA QUAL O MOTORISTA SAI
      *               EM ALERTA NO RELSCORE E NA SAIDA DO CADALOC
      *               (PADRAO 60)
      *   SUBSTPCT  - PCT DO GASTO DE OFICINA DE 12 MESES SOBRE O
      *               VALOR ATUAL A PARTIR DO QUAL O VEICULO SAI
      *               MARCADO PARA TROCA (RELSUBST; PADRAO 50)
      *   PAGPRAZO  - DIAS DO FECHAMENTO DA OS ATE O VENCIMENTO DA
      *               NOTA DA OFICINA (PAGCARGA; PADRAO 30)
      *   PAGHORIZ  - DIAS A FRENTE PARA TRAZER AS PARCELAS DE
      *               FINANCIAMENTO AO PAGAR.DAT (PAGCARGA; PADRAO 60)
      *   SEGPARC   - PARCELAS MENSAIS DO PREMIO DE SEGURO, DE 1 A 12
      *               (PAGCARGA; PADRAO 1)
      *   PAGCORTE  - DATA AAAAMMDD: OBRIGACOES COM DATA DE ORIGEM
      *               ANTERIOR NAO ENTRAM NO PAGAR.DAT (PAGCARGA;
      *               PADRAO 0 = TODAS)
      *   FLXINAD   - TAXA DE INADIMPLENCIA EM % APLICADA NA PROJECAO
      *               DE CAIXA NO LUGAR DA HISTORICA (FLUXOPRJ)
      *   FLXDIAFOL - DIA DO MES EM QUE A FOLHA DOS PROFESSORES SAI
      *               DO CAIXA (FLUXOPRJ; PADRAO 5)
      *   FLXDIAFAT - DIA DO MES EM QUE O FATURAMENTO INTERNO DA FROTA
      *               ENTRA NO CAIXA (FLUXOPRJ; PADRAO 10)
      *   CNCBANCO  - CONTA DO BANCO.DAT ONDE CAEM OS DEPOSITOS DO CAIXA
      *               E O CREDITO DOS BOLETOS (CONCBCO, RELCONC;
      *               PADRAO 01)
      *   CNCDIAS   - DIAS QUE O BANCO PODE LEVAR PARA MOSTRAR NO
      *               EXTRATO UM MOVIMENTO DO LIVRO (CONCBCO; PADRAO 3)
      *   DIARTOL   - TOLERANCIA EM % DO KM RODADO ENTRE A SOMA DOS
      *               TRECHOS DO DIARIO DE BORDO E O ODOMETRO NO
      *               RETORNO (DIABORDO; PADRAO 5)
      *   TRIDIGITO - DIGITOS DO CEP QUE FORMAM O MALOTE DA TRIAGEM
      *               POSTAL (TRIAGEM; 1 A 8, PADRAO 5)
      *   TRIMAXPC  - PECAS POR MALOTE ANTES DE ABRIR OUTRO DO MESMO
      *               PREFIXO (TRIAGEM; PADRAO 100)
      *   TRICEPORI - CEP DA AGENCIA DE POSTAGEM, QUE DEFINE A FAIXA
      *               LOCAL/ESTADUAL/NACIONAL (TRIAGEM; SEM PADRAO -
      *               TUDO NACIONAL)
      *   TRITARL   - TARIFA POR PECA DA FAIXA LOCAL (TRIAGEM)
      *   TRITARE   - TARIFA POR PECA DA FAIXA ESTADUAL (TRIAGEM)
      *   TRITARN   - TARIFA POR PECA DA FAIXA NACIONAL (TRIAGEM)
      *   TRITARNT  - TARIFA POR PECA NAO TRIADA (TRIAGEM)
      *   SEGHINI   - HORA DE INICIO DO EXPEDIENTE; ALTERACAO ANTES
      *               DELA E EXCECAO (SEGANOM; PADRAO 7)
      *   SEGHFIM   - HORA A PARTIR DA QUAL A ALTERACAO E FORA DO
      *               EXPEDIENTE (SEGANOM; PADRAO 19)
      *   SEGEXCMAX - EXCLUSOES POR OPERADOR NO DIA ANTES DA EXCECAO
      *               (SEGANOM; PADRAO 10)
      *   SEGNOTMAX - NOTAS ALTERADAS POR OPERADOR NO DIA ANTES DA
      *               EXCECAO (SEGANOM; PADRAO 40)
      *   SEGFALHAS - SENHAS RECUSADAS SEGUIDAS ANTES DE UMA ENTRADA
      *               ACEITA QUE GERAM EXCECAO (SEGANOM; PADRAO 3)
      *   SEGFECDIAS- DIAS DE TRAVA DAS NOTAS APOS O FECHAMENTO DO
      *               TERMO QUANDO O CALESC NAO TEM O TERMO SEGUINTE
      *               (SEGANOM; PADRAO 15)
      *   INEPFILnn - CODIGO INEP (8 DIGITOS) DA ESCOLA DA FILIAL nn
      *               (EDUCENSO; SEM PADRAO - PENDENCIA)
      *   CNSETAPA  - ETAPA DE ENSINO DO EDUCENSO DAS TURMAS (EDUCENSO;
      *               SEM PADRAO - PENDENCIA)
      *   CNSDTREF  - DATA DE REFERENCIA DO CENSO AAAAMMDD (EDUCENSO;
      *               PADRAO A ULTIMA QUARTA-FEIRA DE MAIO DO ANO)
      *   AVISODIAS - DIAS SEM LEITURA ANTES DE O AVISO IR PARA O
      *               NIVEL S (AVISESC; PADRAO 3)
      *   AVISOPURG - DIAS QUE O AVISO CONCLUIDO FICA EM AVISO.DAT
      *               (AVISESC; PADRAO 90)
      *   PEDJANINI - HORA EM QUE COMECA A JANELA DA NOITE PARA A
      *               FILA DE PEDIDOS DE RELATORIO (JOBCTRL; PADRAO 19)
      *   PEDJANFIM - HORA EM QUE A JANELA TERMINA - PEDIDO AINDA NA
      *               FILA ESPERA A NOITE SEGUINTE (JOBCTRL; PADRAO 7)
      * PARAMETRO AUSENTE = O PADRAO DE SEMPRE DO PROGRAMA, ENTAO A
      * IMPLANTACAO E GRADUAL.
      *-----------------------------------------------------------------
