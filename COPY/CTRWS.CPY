       77 W-ARQ-CTR        PIC X(64) VALUE SPACES.
       77 ST-CTR           PIC X(02) VALUE "00".
       77 W-CTR-OK         PIC X(01) VALUE "N".
       77 W-CTR-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-CTR-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-CTR-EVENTO     PIC X(01) VALUE SPACES.
       77 W-CTR-TIPO       PIC X(01) VALUE SPACES.
       77 W-CTR-DTINI      PIC 9(08) VALUE ZEROS.
       77 W-CTR-DTFIM      PIC 9(08) VALUE ZEROS.
       77 W-CTR-DTFIMANT   PIC 9(08) VALUE ZEROS.
       77 W-CTR-ORIGEM     PIC X(08) VALUE SPACES.
       77 W-CTR-OBS        PIC X(30) VALUE SPACES.
       77 W-CTR-DIAS       PIC 9(07) VALUE ZEROS.
       77 W-CTR-PRAZO      PIC 9(05) VALUE ZEROS.
       77 W-CTR-LIMITE     PIC 9(05) VALUE ZEROS.
       77 W-CTR-SOMA       PIC 9(05) VALUE ZEROS.
       77 W-CTR-AUX        PIC 9(07) VALUE ZEROS.
       77 W-CTR-AANO       PIC 9(04) VALUE ZEROS.
       77 W-CTR-AMES       PIC 9(02) VALUE ZEROS.
       77 W-CTR-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-CTR-ERRO       PIC X(50) VALUE SPACES.
      *
      * DATA DE TRABALHO (AAAAMMDD)
      *
       01 W-CTR-DTCALC     PIC 9(08) VALUE ZEROS.
       01 W-CTR-CALC REDEFINES W-CTR-DTCALC.
           03 W-CTR-CANO   PIC 9(04).
           03 W-CTR-CMES   PIC 9(02).
           03 W-CTR-CDIA   PIC 9(02).
