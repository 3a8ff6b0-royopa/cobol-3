       SELECT AVALIACAO ASSIGN TO DYNAMIC W-ARQ-AVALIA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-AVALIA.
       SELECT TURMASEG ASSIGN TO DYNAMIC W-ARQ-TURMASEG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TS-CHAVE
                    FILE STATUS  IS ST-TURMASEG.
