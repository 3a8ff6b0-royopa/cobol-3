       SELECT SPOOLCAT ASSIGN TO DYNAMIC W-ARQ-SPOOLCAT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SPC-CHAVE
                    FILE STATUS  IS ST-SPOOLCAT.
       SELECT SPOOLREL ASSIGN TO DYNAMIC W-ARQ-SPOOLREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPOOLREL.
