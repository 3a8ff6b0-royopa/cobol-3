       77 W-ARQ-CONSELHO   PIC X(64) VALUE SPACES.
       77 ST-CONSELHO      PIC X(02) VALUE "00".
       77 W-CNS-OK         PIC X(01) VALUE "N".
      *
      * FAIXA DO CONSELHO: REPROVADO COM MEDIA FINAL A MENOS DE
      * W-CNS-MARGEM PONTO DA MEDIA DE APROVACAO DA REGRA DE AVALIACAO,
      * SEM EXCESSO DE FALTAS
      *
       77 W-CNS-MARGEM     PIC 9(02)V9 VALUE 01,0.
      *
      * SAIDA DE APURA-LIMITE E DE MONTA-DELIB
      *
       77 W-CNS-MEDIA      PIC 9(04)V9 VALUE ZEROS.
       77 W-CNS-LIMITE     PIC 9(04)V9 VALUE ZEROS.
       77 W-CNS-FALTAS     PIC 9(03) VALUE ZEROS.
       77 W-CNS-LIMITROFE  PIC X(01) VALUE "N".
       77 W-CNS-ACHOU      PIC X(01) VALUE "N".
       01 W-CNS-DELIB.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 FILLER           PIC X(22) VALUE
              "CONSELHO DE CLASSE EM ".
           03 CN-DTCONS        PIC 9(08).
           03 FILLER           PIC X(03) VALUE " - ".
           03 CN-DECISAO       PIC X(30).
       01 W-CNS-JUSTIF.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 CN-JUSTIF        PIC X(60).
