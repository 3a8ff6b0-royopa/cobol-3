       SELECT PARFOLHA ASSIGN TO DYNAMIC W-ARQ-PARFOL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-PARFOL.
