       SELECT DESCONTO ASSIGN TO DYNAMIC W-ARQ-DESCONTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-CHAVE
                    FILE STATUS  IS ST-DESCONTO.
       SELECT DESCMENS ASSIGN TO DYNAMIC W-ARQ-DESCMENS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DM-CHAVE
                    FILE STATUS  IS ST-DESCMENS.
