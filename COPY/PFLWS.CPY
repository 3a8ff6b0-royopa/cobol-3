       77 W-ARQ-PARFOL     PIC X(64) VALUE SPACES.
       77 ST-PARFOL        PIC X(02) VALUE "00".
       77 W-PFL-OK         PIC X(01) VALUE "N".
       77 W-PFL-EMPRESA    PIC 9(02) VALUE ZEROS.
       77 W-PFL-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-PFL-EMPANT     PIC 9(02) VALUE ZEROS.
       77 W-PFL-CMPANT     PIC 9(06) VALUE ZEROS.
       77 W-PFL-EMPBUSCA   PIC 9(02) VALUE ZEROS.
       77 W-PFL-VIGENCIA   PIC 9(06) VALUE ZEROS.
       77 W-PFL-ORIGEM     PIC X(01) VALUE "P".
       77 W-PFL-DIVISOR    PIC 9(03) VALUE 220.
       77 W-PFL-PCTHE      PIC 9(03)V99 VALUE 50,00.
       77 W-PFL-PCTDOM     PIC 9(03)V99 VALUE 100,00.
       77 W-PFL-HORASDIA   PIC 9(02)V99 VALUE 8,00.
       77 W-PFL-DIASMES    PIC 9(02) VALUE 30.
       77 W-PFL-DIAPAGTO   PIC 9(02) VALUE 5.
       77 W-PFL-PCTTETO    PIC 9(02)V99 VALUE 70,00.
       77 W-PFL-FATORHE    PIC 9(01)V9999 VALUE 1,5.
       77 W-PFL-FATORDOM   PIC 9(01)V9999 VALUE 2.
       77 W-PFL-DTPAGTO    PIC 9(08) VALUE ZEROS.
       77 W-PFL-MESPAG     PIC 9(06) VALUE ZEROS.
       77 W-PFL-AUX        PIC 9(04) VALUE ZEROS.
       77 W-PFL-MESX       PIC 9(02) VALUE ZEROS.
