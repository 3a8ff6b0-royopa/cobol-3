       FD  CONFFOLHA
               LABEL RECORD IS STANDARD.
       01  REGCONFFOLHA.
           03 CF-CHAVE.
               05 CF-COMPET    PIC 9(06).
               05 CF-CHAPA     PIC 9(05).
               05 CF-SEQ       PIC 9(03).
           03 CF-TIPO         PIC X(01).
               88 CONF-VARIACAO   VALUE "V".
               88 CONF-VERBANOVA  VALUE "N".
               88 CONF-SUPRIMIDA  VALUE "S".
               88 CONF-PRIMEIRO   VALUE "P".
               88 CONF-ULTIMO     VALUE "U".
               88 CONF-AUSENTE    VALUE "A".
               88 CONF-ZERADO     VALUE "Z".
               88 CONF-NEGATIVO   VALUE "G".
           03 CF-CAMPO        PIC X(20).
           03 CF-VLRANT       PIC 9(08)V99.
           03 CF-VLRATU       PIC 9(08)V99.
           03 CF-PCT          PIC 9(03)V99.
           03 CF-VISTO        PIC X(01).
               88 CONF-VISTADA    VALUE "S".
           03 CF-OPERADOR     PIC X(08).
           03 CF-DTVISTO      PIC 9(08).
           03 CF-OBS          PIC X(20).
           03 FILLER          PIC X(03).
