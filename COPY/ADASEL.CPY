       SELECT AULADADA ASSIGN TO DYNAMIC W-ARQ-AULADADA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AD-CHAVE
                    FILE STATUS  IS ST-AULADADA.
