       SELECT CADRATEIO ASSIGN TO DYNAMIC W-ARQ-RTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RO-CHAVE
                    FILE STATUS  IS ST-RTO.
