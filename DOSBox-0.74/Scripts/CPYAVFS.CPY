      *-----------------------------------------------------------------
      * CPYAVFS - SELECT DO CONTROLE DE AVISOS DE FALTA AOS PAIS
      * (AVISOFAL.DAT). UM REGISTRO POR ALUNO AUSENTE POR DIA, GRAVADO
      * PELO GERAVISO JUNTO COM A LINHA DA REMESSA PARA O PROVEDOR DE
      * SMS/WHATSAPP E ATUALIZADO PELO RETORNO DO PROVEDOR NO AVISORET.
      * A CHAVE (DATA + CODALU) E TAMBEM O IDENTIFICADOR DA MENSAGEM
      * QUE O PROVEDOR DEVOLVE NO RETORNO.
      *-----------------------------------------------------------------
       SELECT AVISOFAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVF-CHAVE
                    FILE STATUS  IS ST-AVF.
