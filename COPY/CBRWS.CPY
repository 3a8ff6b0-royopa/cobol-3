       77 W-ARQ-COBRANCA   PIC X(64) VALUE SPACES.
       77 ST-COBRANCA      PIC X(02) VALUE "00".
       77 W-CBR-OK         PIC X(01) VALUE "N".
