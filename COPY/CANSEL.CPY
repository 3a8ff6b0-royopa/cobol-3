       SELECT CADCAND ASSIGN TO DYNAMIC W-ARQ-CAND
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-CAND.
