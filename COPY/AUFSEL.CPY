       SELECT AUTFOLHA ASSIGN TO DYNAMIC W-ARQ-AUTFOLHA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AE-RM
                    FILE STATUS  IS ST-AUTFOLHA
                    ALTERNATE RECORD KEY IS AE-CHAPA
                               WITH DUPLICATES.
