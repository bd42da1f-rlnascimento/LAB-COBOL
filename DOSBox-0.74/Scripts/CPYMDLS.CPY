      *-----------------------------------------------------------------
      * CPYMDLS - SELECT DO CATALOGO DE MODELOS DE VEICULO (MODELO.DAT).
      * UM REGISTRO POR MARCA (MARCA.DAT) + CODIGO DO MODELO, COM
      * MOTOR, COMBUSTIVEL, TANQUE, LOTACAO E A CATEGORIA DE CNH
      * EXIGIDA. MANTIDO NO CADMODEL; O VEICULO APONTA PARA O MODELO
      * (MARCA + CODMODELO EM REGVEIC) E O CADALOC E O CADRESER CONFEREM
      * A CATEGORIA DO MOTORISTA CONTRA A DO MODELO (CPYCNHP).
      *-----------------------------------------------------------------
       SELECT MODELO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDL-CHAVE
                    FILE STATUS  IS ST-MDL.
