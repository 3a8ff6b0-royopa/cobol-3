       77 W-ARQ-CONF       PIC X(64) VALUE SPACES.
       77 ST-CONF          PIC X(02) VALUE "00".
       77 W-CNF-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-CNF-TOTAL      PIC 9(05) VALUE ZEROS.
       77 W-CNF-PEND       PIC 9(05) VALUE ZEROS.
