       SELECT CONSELHO ASSIGN TO DYNAMIC W-ARQ-CONSELHO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CS-CHAVE
                    FILE STATUS  IS ST-CONSELHO.
