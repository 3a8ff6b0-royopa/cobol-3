       77 W-ARQ-AMIGOHIS   PIC X(64) VALUE SPACES.
       77 ST-AMIGOHIS      PIC X(02) VALUE "00".
       77 W-AMH-OK         PIC X(01) VALUE "N".
