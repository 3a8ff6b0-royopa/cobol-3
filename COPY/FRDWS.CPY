       77 W-ARQ-FERIADO    PIC X(64) VALUE SPACES.
       77 ST-FERIADO       PIC X(02) VALUE "00".
       77 W-FRD-OK         PIC X(01) VALUE "N".
      *
      * RESULTADO DE VERIFICA-DIA PARA A DATA W-FRD-DATA:
      * W-FRD-DIASEM 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
      * W-FRD-FERIADO S: FERIADO (DESCANSO REMUNERADO)
      * W-FRD-BANCO   S: BANCOS FECHADOS (FERIADO OU SO BANCARIO)
      * W-FRD-UTIL    S: DIA UTIL BANCARIO (SEGUNDA A SEXTA, BANCOS
      *                  ABERTOS)
      *
       77 W-FRD-DIASEM     PIC 9(01) VALUE ZEROS.
       77 W-FRD-FERIADO    PIC X(01) VALUE "N".
       77 W-FRD-BANCO      PIC X(01) VALUE "N".
       77 W-FRD-UTIL       PIC X(01) VALUE "S".
       77 W-FRD-DESCR      PIC X(30) VALUE SPACES.
       77 W-FRD-BUSCA      PIC 9(08) VALUE ZEROS.
       77 W-FRD-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-FRD-CONT       PIC 9(03) VALUE ZEROS.
       77 W-FRD-ZANO       PIC 9(04) VALUE ZEROS.
       77 W-FRD-ZMES       PIC 9(02) VALUE ZEROS.
       77 W-FRD-ZSEC       PIC 9(02) VALUE ZEROS.
       77 W-FRD-ZANOSEC    PIC 9(02) VALUE ZEROS.
       77 W-FRD-ZTERMO     PIC 9(05) VALUE ZEROS.
       77 W-FRD-ZAUX       PIC 9(05) VALUE ZEROS.
      *
      * DATA DE TRABALHO (AAAAMMDD)
      *
       01 W-FRD-DATA       PIC 9(08) VALUE ZEROS.
       01 W-FRD-DATA-R REDEFINES W-FRD-DATA.
           03 W-FRD-ANO    PIC 9(04).
           03 W-FRD-MES    PIC 9(02).
           03 W-FRD-DIA    PIC 9(02).
