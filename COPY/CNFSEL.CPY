       SELECT CONFFOLHA ASSIGN TO DYNAMIC W-ARQ-CONF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CF-CHAVE
                    FILE STATUS  IS ST-CONF.
