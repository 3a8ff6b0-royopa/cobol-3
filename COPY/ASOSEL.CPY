       SELECT CADASO ASSIGN TO DYNAMIC W-ARQ-ASO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AS-CHAVE
                    FILE STATUS  IS ST-ASO.
