       SELECT CADFERIADO ASSIGN TO DYNAMIC W-ARQ-FERIADO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRD-CHAVE
                    FILE STATUS  IS ST-FERIADO.
