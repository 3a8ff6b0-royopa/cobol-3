       77 W-ARQ-REQ        PIC X(64) VALUE SPACES.
       77 ST-REQ           PIC X(02) VALUE "00".
