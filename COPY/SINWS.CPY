       77 W-ARQ-SINDIC     PIC X(64) VALUE SPACES.
       77 ST-SINDIC        PIC X(02) VALUE "00".
       77 W-SIN-OK         PIC X(01) VALUE "N".
       77 W-SIN-SALARIO    PIC 9(08)V99 VALUE ZEROS.
       77 W-SIN-MES        PIC 9(02) VALUE ZEROS.
       77 W-SIN-ASSOC      PIC X(01) VALUE "N".
       77 W-SIN-OPOSICAO   PIC X(01) VALUE "N".
       77 W-SIN-MENSAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-SIN-ASSIST     PIC 9(06)V99 VALUE ZEROS.
