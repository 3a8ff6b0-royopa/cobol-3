       77 W-ARQ-AUTFOLHA   PIC X(64) VALUE SPACES.
       77 ST-AUTFOLHA      PIC X(02) VALUE "00".
       77 W-AUF-OK         PIC X(01) VALUE "N".
