       77 W-ARQ-ASO        PIC X(64) VALUE SPACES.
       77 ST-ASO           PIC X(02) VALUE "00".
       77 W-ASO-OK         PIC X(01) VALUE "N".
       77 W-ASO-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-ASO-TIPO       PIC X(01) VALUE SPACES.
       77 W-ASO-DTINI      PIC 9(08) VALUE ZEROS.
       77 W-ASO-DTFIM      PIC 9(08) VALUE ZEROS.
       77 W-ASO-ACHOU      PIC X(01) VALUE "N".
       77 W-ASO-DATA       PIC 9(08) VALUE ZEROS.
       77 W-ASO-ULTTIPO    PIC X(01) VALUE SPACES.
       77 W-ASO-RESULT     PIC X(01) VALUE SPACES.
       77 W-ASO-PROXIMO    PIC 9(08) VALUE ZEROS.
       77 W-ASO-GRAU       PIC 9(01) VALUE ZEROS.
       77 W-ASO-IDADE      PIC 9(03) VALUE ZEROS.
       77 W-ASO-MESES      PIC 9(02) VALUE ZEROS.
       77 W-ASO-DIAS       PIC 9(07) VALUE ZEROS.
       77 W-ASO-AUX        PIC 9(07) VALUE ZEROS.
       77 W-ASO-AANO       PIC 9(04) VALUE ZEROS.
       77 W-ASO-AMES       PIC 9(02) VALUE ZEROS.
      *
      * NASCIMENTO NO FORMATO DO CADFUNC (DDMMAAAA)
      *
       01 W-ASO-DTNASC     PIC 9(08) VALUE ZEROS.
       01 W-ASO-NASC REDEFINES W-ASO-DTNASC.
           03 W-ASO-NDIA   PIC 9(02).
           03 W-ASO-NMES   PIC 9(02).
           03 W-ASO-NANO   PIC 9(04).
      *
      * DATA DE TRABALHO NO FORMATO DO CADASO (AAAAMMDD)
      *
       01 W-ASO-DTCALC     PIC 9(08) VALUE ZEROS.
       01 W-ASO-CALC REDEFINES W-ASO-DTCALC.
           03 W-ASO-CANO   PIC 9(04).
           03 W-ASO-CMES   PIC 9(02).
           03 W-ASO-CDIA   PIC 9(02).
