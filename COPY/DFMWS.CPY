       77 W-ARQ-DESCFOLHA   PIC X(64) VALUE SPACES.
       77 ST-DESCFOLHA      PIC X(02) VALUE "00".
       77 W-DFM-OK          PIC X(01) VALUE "N".
