       SELECT PREMATRIC ASSIGN TO DYNAMIC W-ARQ-PREMAT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PM-CHAVE
                    FILE STATUS  IS ST-PREMAT.
