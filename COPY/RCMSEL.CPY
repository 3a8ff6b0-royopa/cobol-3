       SELECT RECMENS ASSIGN TO DYNAMIC W-ARQ-RECMENS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-CHAVE
                    FILE STATUS  IS ST-RECMENS.
