       SELECT CADSINDIC ASSIGN TO DYNAMIC W-ARQ-SINDIC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SN-CODIGO
                    FILE STATUS  IS ST-SINDIC.
