       SELECT AMIGOHIS ASSIGN TO DYNAMIC W-ARQ-AMIGOHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AH-CHAVE
                    FILE STATUS  IS ST-AMIGOHIS
                    ALTERNATE RECORD KEY IS AH-SOBREVIVE
                               WITH DUPLICATES.
