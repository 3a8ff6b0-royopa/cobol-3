       SELECT CADPENSAO ASSIGN TO DYNAMIC W-ARQ-PENSAO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PE-CHAVE
                    FILE STATUS  IS ST-PENSAO.
       SELECT PENSPAG ASSIGN TO DYNAMIC W-ARQ-PENSPAG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PP-CHAVE
                    FILE STATUS  IS ST-PENSPAG.
