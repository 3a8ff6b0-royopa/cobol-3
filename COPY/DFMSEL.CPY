       SELECT DESCFOLHA ASSIGN TO DYNAMIC W-ARQ-DESCFOLHA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FM-CHAVE
                    FILE STATUS  IS ST-DESCFOLHA
                    ALTERNATE RECORD KEY IS FM-CHAVEFOL
                               WITH DUPLICATES.
