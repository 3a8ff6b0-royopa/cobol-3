       SELECT CADPLANO ASSIGN TO DYNAMIC W-ARQ-PLANO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CODIGO
                    FILE STATUS  IS ST-PLANO.
       SELECT CADPLBEN ASSIGN TO DYNAMIC W-ARQ-PLBEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PB-CHAVE
                    ALTERNATE RECORD KEY IS PB-CARTEIRA
                               WITH DUPLICATES
                    FILE STATUS  IS ST-PLBEN.
