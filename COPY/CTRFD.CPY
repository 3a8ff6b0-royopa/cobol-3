      *
      * HISTORICO DO CONTRATO DE TRABALHO - UM EVENTO POR REGISTRO
      * (CHAPA + SEQUENCIA). DATAS NO FORMATO AAAAMMDD
      *
       FD  CADCONTR
               LABEL RECORD IS STANDARD.
       01  REGCONTR.
           03 CT-CHAVE.
               05 CT-CHAPA     PIC 9(05).
               05 CT-SEQ       PIC 9(03).
           03 CT-EVENTO       PIC X(01).
               88 CTR-INICIO       VALUE "I".
               88 CTR-PRORROGACAO  VALUE "P".
               88 CTR-EFETIVACAO   VALUE "E".
               88 CTR-TERMINO      VALUE "T".
           03 CT-TIPO         PIC X(01).
           03 CT-DTINI        PIC 9(08).
           03 CT-DTFIM        PIC 9(08).
           03 CT-DTFIMANT     PIC 9(08).
           03 CT-DATA         PIC 9(08).
           03 CT-ORIGEM       PIC X(08).
           03 CT-OBS          PIC X(30).
           03 FILLER          PIC X(10).
