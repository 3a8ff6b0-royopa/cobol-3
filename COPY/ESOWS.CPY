       77 W-ARQ-ESOC       PIC X(64) VALUE SPACES.
       77 ST-ESOC          PIC X(02) VALUE "00".
       77 W-ESO-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-ESO-GERAR      PIC X(01) VALUE "N".
       77 W-ESO-EVENTO     PIC X(06) VALUE SPACES.
       77 W-ESO-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-ESO-REF        PIC 9(08) VALUE ZEROS.
       77 W-ESO-SUB        PIC X(01) VALUE SPACES.
       77 W-ESO-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-ESO-DATA       PIC 9(08) VALUE ZEROS.
       77 W-ESO-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-ESO-INFO       PIC X(19) VALUE SPACES.
       77 W-ESO-ANO        PIC 9(04) VALUE ZEROS.
       77 W-ESO-MES        PIC 9(02) VALUE ZEROS.
