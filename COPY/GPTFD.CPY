      *
      * TOTAIS DA GUIA (GPSCALC) POR COMPETENCIA, PARA A CONCILIACAO
      *
       FD  GPSTOT
               LABEL RECORD IS STANDARD.
       01  REGGPSTOT.
           03 GT-COMPET       PIC 9(06).
           03 GT-QTDE         PIC 9(05).
           03 GT-BASE         PIC 9(10)V99.
           03 GT-SEGUR        PIC 9(10)V99.
           03 GT-PATRONAL     PIC 9(10)V99.
           03 GT-RAT          PIC 9(10)V99.
           03 GT-TERCEIROS    PIC 9(10)V99.
           03 GT-TOTAL        PIC 9(10)V99.
           03 GT-DTCALC       PIC 9(08).
           03 FILLER          PIC X(13).
