       SELECT ESOCTRL ASSIGN TO DYNAMIC W-ARQ-ESOC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EC-CHAVE
                    FILE STATUS  IS ST-ESOC.
