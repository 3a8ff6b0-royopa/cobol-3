       SELECT DEPENDE ASSIGN TO DYNAMIC W-ARQ-DEPENDE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-DEPENDE.
