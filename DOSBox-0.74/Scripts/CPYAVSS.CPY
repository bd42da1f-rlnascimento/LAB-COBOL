      *-----------------------------------------------------------------
      * CPYAVSS - SELECT DA CAIXA DE AVISOS DOS OPERADORES (AVISO.DAT).
      * OS JOBS E RELATORIOS DEIXAM AVISOS CURTOS PELO SUBPROGRAMA
      * AVISGRV; O OPERADOR VE OS PENDENTES NA JANELA DO AVISCX LOGO
      * DEPOIS DO LOGIN (CPYOPER) E DA A BAIXA ALI MESMO; O AVISESC,
      * NA ESTEIRA DA NOITE, ESCALA PARA O SUPERVISOR O QUE NINGUEM
      * LEU E LIMPA OS CONCLUIDOS ANTIGOS.
      *-----------------------------------------------------------------
       SELECT AVISO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVS-CHAVE
                    FILE STATUS  IS ST-AVS.
