           03 CC-OPERADOR     PIC X(08).
           03 CC-CRITICAS     PIC 9(05).
           03 CC-LIBERADA     PIC X(01).
           03 CC-CONFERIDA    PIC X(01).
               88 COMP-CONFERIDA  VALUE "S".
           03 CC-CONCILIADA   PIC X(01).
               88 COMP-CONCILIADA VALUE "S".
           03 FILLER          PIC X(12).
