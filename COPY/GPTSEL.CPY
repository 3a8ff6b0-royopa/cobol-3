       SELECT GPSTOT ASSIGN TO DYNAMIC W-ARQ-GPSTOT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GT-COMPET
                    FILE STATUS  IS ST-GPSTOT.
