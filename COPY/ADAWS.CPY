       77 W-ARQ-AULADADA   PIC X(64) VALUE SPACES.
       77 ST-AULADADA      PIC X(02) VALUE "00".
       77 W-ADA-OK         PIC X(01) VALUE "N".
