       77 W-ARQ-GPSTOT     PIC X(64) VALUE SPACES.
       77 ST-GPSTOT        PIC X(02) VALUE "00".
