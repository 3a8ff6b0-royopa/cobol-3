       77 W-ARQ-CERTIFIC   PIC X(64) VALUE SPACES.
       77 ST-CERTIFIC      PIC X(02) VALUE "00".
       77 W-CRT-OK         PIC X(01) VALUE "N".
      *
      * LIVRO DE REGISTRO: REGISTROS POR FOLHA E FOLHAS POR LIVRO
      *
       77 W-CRT-REGFOLHA   PIC 9(02) VALUE 10.
       77 W-CRT-FOLHAS     PIC 9(03) VALUE 200.
       77 W-CRT-AUX        PIC 9(06) VALUE ZEROS.
       77 W-CRT-FOLHAGER   PIC 9(06) VALUE ZEROS.
       77 W-CRT-LIVRO      PIC 9(03) VALUE ZEROS.
       77 W-CRT-FOLHA      PIC 9(03) VALUE ZEROS.
