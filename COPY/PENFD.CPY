      *
      * CADASTRO DE PENSAO ALIMENTICIA - UMA DETERMINACAO JUDICIAL
      * POR REGISTRO (CHAPA + SEQUENCIA)
      *
       FD  CADPENSAO
               LABEL RECORD IS STANDARD.
       01  REGPENSAO.
           03 PE-CHAVE.
               05 PE-CHAPA     PIC 9(05).
               05 PE-SEQ       PIC 9(02).
           03 PE-PROCESSO     PIC X(25).
           03 PE-BENEF        PIC X(35).
           03 PE-CPFBEN       PIC 9(11).
           03 PE-BASECALC     PIC X(01).
               88 PENSAO-BRUTO    VALUE "B".
               88 PENSAO-LIQUIDO  VALUE "L".
               88 PENSAO-MINIMO   VALUE "M".
               88 PENSAO-FIXO     VALUE "V".
           03 PE-PERCENT      PIC 9(03)V99.
           03 PE-VLRFIXO      PIC 9(06)V99.
           03 PE-BANCO        PIC 9(03).
           03 PE-AGENCIA      PIC 9(05).
           03 PE-CONTA        PIC 9(10).
           03 PE-CONTADV      PIC X(01).
           03 PE-DTINI        PIC 9(08).
           03 PE-DTFIM        PIC 9(08).
           03 PE-INC13        PIC X(01).
           03 PE-INCFER       PIC X(01).
           03 PE-INCRESC      PIC X(01).
           03 FILLER          PIC X(20).
      *
      * PAGAMENTOS DE PENSAO POR COMPETENCIA E EVENTO
      * EVENTO: F FOLHA  D 13O SALARIO  E FERIAS  R RESCISAO
      *
       FD  PENSPAG
               LABEL RECORD IS STANDARD.
       01  REGPENSPAG.
           03 PP-CHAVE.
               05 PP-COMPET    PIC 9(06).
               05 PP-CHAPA     PIC 9(05).
               05 PP-SEQ       PIC 9(02).
               05 PP-EVENTO    PIC X(01).
           03 PP-BASEVLR      PIC 9(08)V99.
           03 PP-VALOR        PIC 9(08)V99.
           03 PP-DTPAGTO      PIC 9(08).
           03 PP-EMPRESA      PIC 9(02).
           03 PP-SITUACAO     PIC X(01).
               88 PENSPAG-EMITIDO VALUE "E".
           03 PP-DTREM        PIC 9(08).
           03 FILLER          PIC X(10).
