       77 W-ARQ-PENSAO     PIC X(64) VALUE SPACES.
       77 W-ARQ-PENSPAG    PIC X(64) VALUE SPACES.
       77 ST-PENSAO        PIC X(02) VALUE "00".
       77 ST-PENSPAG       PIC X(02) VALUE "00".
       77 W-PEN-OK         PIC X(01) VALUE "N".
       77 W-PEN-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-PEN-EVENTO     PIC X(01) VALUE SPACES.
       77 W-PEN-PERINI     PIC 9(08) VALUE ZEROS.
       77 W-PEN-PERFIM     PIC 9(08) VALUE ZEROS.
       77 W-PEN-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-PEN-DTPAGTO    PIC 9(08) VALUE ZEROS.
       77 W-PEN-EMPRESA    PIC 9(02) VALUE ZEROS.
       77 W-PEN-SALMINIMO  PIC 9(06)V99 VALUE 880,00.
       77 W-PEN-BRUTO      PIC 9(08)V99 VALUE ZEROS.
       77 W-PEN-LIQBASE    PIC S9(08)V99 VALUE ZEROS.
       77 W-PEN-LIMITE     PIC S9(08)V99 VALUE ZEROS.
       77 W-PEN-TOTAL      PIC 9(08)V99 VALUE ZEROS.
       77 W-PEN-ANTERIOR   PIC 9(08)V99 VALUE ZEROS.
       77 W-PEN-EXCESSO    PIC 9(08)V99 VALUE ZEROS.
       77 W-PEN-QT         PIC 9(01) VALUE ZEROS.
       77 W-PEN-IDX        PIC 9(01) VALUE ZEROS.
       77 W-PEN-ITER       PIC 9(01) VALUE ZEROS.
      *
      * DETERMINACOES VIGENTES DA CHAPA EM CALCULO
      *
       01 W-PEN-TAB.
           03 W-PEN-ITEM OCCURS 5 TIMES.
               05 PT-SEQ       PIC 9(02).
               05 PT-BASECALC  PIC X(01).
               05 PT-PERCENT   PIC 9(03)V99.
               05 PT-VLRFIXO   PIC 9(06)V99.
               05 PT-BASEVLR   PIC 9(08)V99.
               05 PT-VALOR     PIC 9(08)V99.
