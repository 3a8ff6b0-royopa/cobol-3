       FD  REQVAGA
               LABEL RECORD IS STANDARD.
       01  REGREQVAGA.
           03 RQ-NUMERO       PIC 9(05).
           03 RQ-QUADRO.
               05 RQ-DEPTO     PIC 9(03).
               05 RQ-CARGO     PIC 9(03).
           03 RQ-QTD          PIC 9(02).
           03 RQ-SOLIC        PIC X(30).
           03 RQ-JUSTIF       PIC X(60).
           03 RQ-DTABERT      PIC 9(08).
           03 RQ-SITUACAO     PIC X(01).
               88 REQ-SOLICITADA  VALUE "S".
               88 REQ-APROVADA    VALUE "A".
               88 REQ-REPROVADA   VALUE "R".
               88 REQ-PREENCHIDA  VALUE "F".
               88 REQ-CANCELADA   VALUE "C".
               88 REQ-ABERTA      VALUES "S" "A".
           03 RQ-APROVADOR    PIC X(08).
           03 RQ-DTAPROV      PIC 9(08).
           03 RQ-PREENCH      PIC 9(02).
           03 RQ-DTFECHA      PIC 9(08).
           03 FILLER          PIC X(12).
