       77 W-ARQ-PLANO      PIC X(64) VALUE SPACES.
       77 W-ARQ-PLBEN      PIC X(64) VALUE SPACES.
       77 ST-PLANO         PIC X(02) VALUE "00".
       77 ST-PLBEN         PIC X(02) VALUE "00".
       77 W-PLA-OK         PIC X(01) VALUE "N".
       77 W-PLA-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-PLA-CANO       PIC 9(04) VALUE ZEROS.
       77 W-PLA-CMES       PIC 9(02) VALUE ZEROS.
       77 W-PLA-PERINI     PIC 9(08) VALUE ZEROS.
       77 W-PLA-PERFIM     PIC 9(08) VALUE ZEROS.
       77 W-PLA-VIGENTE    PIC X(01) VALUE "N".
       77 W-PLA-IDADE      PIC 9(03) VALUE ZEROS.
       77 W-PLA-FAIXA      PIC 9(02) VALUE ZEROS.
       77 W-PLA-PRECO      PIC 9(06)V99 VALUE ZEROS.
       77 W-PLA-PARTE      PIC 9(06)V99 VALUE ZEROS.
       77 W-PLA-EMPRESA    PIC 9(06)V99 VALUE ZEROS.
       77 W-PLA-CARTEIRA   PIC X(20) VALUE SPACES.
       77 W-PLA-PLANO      PIC 9(03) VALUE ZEROS.
       77 W-PLA-ACHOU      PIC X(01) VALUE "N".
      *
      * DATA DE NASCIMENTO DA VIDA (DDMMAAAA, COMO CADFUNC/CADDEP)
      *
       01 W-PLA-DTNASC     PIC 9(08) VALUE ZEROS.
       01 W-PLA-NASC REDEFINES W-PLA-DTNASC.
           03 W-PLA-NDIA   PIC 9(02).
           03 W-PLA-NMES   PIC 9(02).
           03 W-PLA-NANO   PIC 9(04).
