       77 W-ARQ-RECMENS    PIC X(64) VALUE SPACES.
       77 ST-RECMENS       PIC X(02) VALUE "00".
       77 W-RCM-OK         PIC X(01) VALUE "N".
      *
      * ENTRADA: MENSALIDADE (RM, COMPETENCIA, VALOR, SITUACAO, VENC.)
      *
       77 W-RCM-RM         PIC 9(05) VALUE ZEROS.
       77 W-RCM-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-RCM-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-SITUACAO   PIC X(01) VALUE SPACES.
       77 W-RCM-DTVENC     PIC 9(08) VALUE ZEROS.
      *
      * ENCARGOS CONTRATUAIS DA TURMA: MULTA % E JUROS % AO MES
      * (CADTURMA SEM O CAMPO PREENCHIDO = PADRAO DA ESCOLA)
      *
       77 W-RCM-PCMULTA    PIC 9(02)V99 VALUE ZEROS.
       77 W-RCM-PCJUROS    PIC 9(02)V99 VALUE ZEROS.
       77 W-RCM-MULTA-PAD  PIC 9(02)V99 VALUE 2,00.
       77 W-RCM-JUROS-PAD  PIC 9(02)V99 VALUE 1,00.
      *
      * SAIDA: PRINCIPAL JA RECEBIDO, SALDO E ENCARGOS NA DATA
      *
       77 W-RCM-PAGO       PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-SALDO      PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-ULTSEQ     PIC 9(03) VALUE ZEROS.
       77 W-RCM-QTREC      PIC 9(03) VALUE ZEROS.
       77 W-RCM-DIAS       PIC 9(05) VALUE ZEROS.
       77 W-RCM-MULTA      PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-JUROS      PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-TOTAL      PIC 9(07)V99 VALUE ZEROS.
      *
      * RATEIO DE UM PAGAMENTO W-RCM-RECEB ENTRE PRINCIPAL E ENCARGOS
      *
       77 W-RCM-RECEB      PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-PRINC      PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-PMULTA     PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-PJUROS     PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-EXCED      PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-NSALDO     PIC 9(06)V99 VALUE ZEROS.
       77 W-RCM-DIASVENC   PIC 9(07) VALUE ZEROS.
       77 W-RCM-DIASREF    PIC 9(07) VALUE ZEROS.
       77 W-RCM-AUX        PIC 9(07) VALUE ZEROS.
       77 W-RCM-AANO       PIC 9(04) VALUE ZEROS.
       77 W-RCM-AMES       PIC 9(02) VALUE ZEROS.
       77 W-RCM-DIASCALC   PIC 9(07) VALUE ZEROS.
      *
      * DATA DE REFERENCIA DOS ENCARGOS (AAAAMMDD)
      *
       01 W-RCM-DATA       PIC 9(08) VALUE ZEROS.
       01 W-RCM-DTCALC     PIC 9(08) VALUE ZEROS.
       01 W-RCM-CALC REDEFINES W-RCM-DTCALC.
           03 W-RCM-CANO   PIC 9(04).
           03 W-RCM-CMES   PIC 9(02).
           03 W-RCM-CDIA   PIC 9(02).
