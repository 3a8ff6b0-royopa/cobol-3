       FD  SPOOLCAT
               LABEL RECORD IS STANDARD.
       01  REGSPOOLCAT.
           03 SPC-CHAVE.
               05 SPC-PROGRAMA    PIC X(10).
               05 SPC-DATA        PIC 9(08).
               05 SPC-HORA        PIC 9(08).
           03 SPC-TITULO      PIC X(30).
           03 SPC-PARAMETROS  PIC X(30).
           03 SPC-OPERADOR    PIC X(08).
           03 SPC-PAGINAS     PIC 9(04).
           03 SPC-ARQUIVO     PIC X(16).
           03 SPC-SITUACAO    PIC X(01).
               88 SPOOL-RETIDO    VALUE "R".
               88 SPOOL-EXPURGADO VALUE "E".
           03 SPC-DTEXPURGO   PIC 9(08).
           03 FILLER          PIC X(05).
      *
      * COPIA RETIDA: 1O. BYTE E O CONTROLE DE CARRO ("1" = NOVA PAGINA)
      *
       FD  SPOOLREL
               LABEL RECORD IS STANDARD.
       01  LINHA-SPOOLREL.
           03 SPR-CONTROLE    PIC X(01).
           03 SPR-TEXTO       PIC X(80).
