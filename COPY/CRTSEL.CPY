       SELECT CERTIFIC ASSIGN TO DYNAMIC W-ARQ-CERTIFIC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-RM
                    FILE STATUS  IS ST-CERTIFIC
                    ALTERNATE RECORD KEY IS CT-REGISTRO.
