       SELECT COBRANCA ASSIGN TO DYNAMIC W-ARQ-COBRANCA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CB-NOSSONUM
                    FILE STATUS  IS ST-COBRANCA
                    ALTERNATE RECORD KEY IS CB-MENS
                               WITH DUPLICATES.
