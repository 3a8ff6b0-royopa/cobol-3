       SELECT OCORRENC ASSIGN TO DYNAMIC W-ARQ-OCORRENC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-CHAVE
                    FILE STATUS  IS ST-OCORRENC
                    ALTERNATE RECORD KEY IS OC-CHVTURMA
                               WITH DUPLICATES.
