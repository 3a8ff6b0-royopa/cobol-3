       77 W-ARQ-CAND       PIC X(64) VALUE SPACES.
       77 ST-CAND          PIC X(02) VALUE "00".
