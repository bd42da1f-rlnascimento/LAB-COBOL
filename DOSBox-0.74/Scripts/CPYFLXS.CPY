      *-----------------------------------------------------------------
      * CPYFLXS - SELECT DA PROJECAO DE CAIXA GUARDADA (FLUXPRJ.DAT).
      * UM REGISTRO POR DATA-BASE DA PROJECAO + SEMANA (01 A 13).
      * GRAVADO PELO FLUXOPRJ (RODAR DE NOVO NA MESMA DATA-BASE
      * REGRAVA AS SEMANAS) E LIDO PELO RELFLXRE, QUE COMPARA O
      * PROJETADO COM O REALIZADO DEPOIS.
      *-----------------------------------------------------------------
       SELECT FLUXPRJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FLX-CHAVE
                    FILE STATUS  IS ST-FLX.
