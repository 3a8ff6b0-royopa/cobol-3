       77 W-ARQ-SPOOLCAT   PIC X(64) VALUE SPACES.
       77 ST-SPOOLCAT      PIC X(02) VALUE "00".
       77 W-ARQ-SPOOLREL   PIC X(64) VALUE SPACES.
       77 ST-SPOOLREL      PIC X(02) VALUE "00".
