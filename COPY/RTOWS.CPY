       77 W-ARQ-RTO        PIC X(64) VALUE SPACES.
       77 ST-RTO           PIC X(02) VALUE "00".
       77 W-RTO-OK         PIC X(01) VALUE "N".
       77 W-RTO-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-RTO-DTINI      PIC 9(08) VALUE ZEROS.
       77 W-RTO-DTFIM      PIC 9(08) VALUE ZEROS.
       77 W-RTO-DEPTOPAD   PIC 9(03) VALUE ZEROS.
       77 W-RTO-VIGACHADA  PIC 9(08) VALUE ZEROS.
       77 W-RTO-QTD        PIC 9(02) VALUE ZEROS.
       77 W-RTO-IDX        PIC 9(02) VALUE ZEROS.
       77 W-RTO-IDX2       PIC 9(02) VALUE ZEROS.
       77 W-RTO-VALOR      PIC 9(10)V99 VALUE ZEROS.
       77 W-RTO-PARTE      PIC 9(10)V99 VALUE ZEROS.
       77 W-RTO-ACUM       PIC 9(10)V99 VALUE ZEROS.
       77 W-RTO-CONT       PIC 9(05) VALUE ZEROS.
      *
      * RATEIO VIGENTE DA CHAPA (MESMO FORMATO DE RO-ITENS)
      *
       01 W-RTO-TAB.
           03 W-RTO-ITEM OCCURS 6 TIMES.
               05 W-RTO-DEPTO  PIC 9(03).
               05 W-RTO-PCT    PIC 9(03)V99.
