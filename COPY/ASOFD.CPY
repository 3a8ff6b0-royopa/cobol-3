      *
      * ATESTADOS DE SAUDE OCUPACIONAL (ASO) - UM EXAME POR REGISTRO
      * (CHAPA + DATA DO EXAME AAAAMMDD + TIPO)
      *
       FD  CADASO
               LABEL RECORD IS STANDARD.
       01  REGASO.
           03 AS-CHAVE.
               05 AS-CHAPA     PIC 9(05).
               05 AS-DATA      PIC 9(08).
               05 AS-TIPO      PIC X(01).
                  88 ASO-ADMISSIONAL  VALUE "A".
                  88 ASO-PERIODICO    VALUE "P".
                  88 ASO-RETORNO      VALUE "R".
                  88 ASO-MUDANCA      VALUE "M".
                  88 ASO-DEMISSIONAL  VALUE "D".
           03 AS-RESULTADO    PIC X(01).
               88 ASO-APTO         VALUE "A".
               88 ASO-RESTRICAO    VALUE "R".
               88 ASO-INAPTO       VALUE "I".
           03 AS-MEDICO       PIC X(30).
           03 AS-CRM          PIC X(10).
           03 AS-PROXIMO      PIC 9(08).
           03 AS-OBS          PIC X(30).
           03 FILLER          PIC X(07).
