       SELECT CADCONTR ASSIGN TO DYNAMIC W-ARQ-CTR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-CHAVE
                    FILE STATUS  IS ST-CTR.
