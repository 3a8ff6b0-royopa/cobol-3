       SELECT REQVAGA ASSIGN TO DYNAMIC W-ARQ-REQ
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQ-NUMERO
                    FILE STATUS  IS ST-REQ.
