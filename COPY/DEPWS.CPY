       77 W-ARQ-DEPENDE    PIC X(64) VALUE SPACES.
       77 ST-DEPENDE       PIC X(02) VALUE "00".
       77 W-DEP-OK         PIC X(01) VALUE "N".
      *
      * LIMITE DE DISCIPLINAS REPROVADAS PARA PROMOCAO COM DEPENDENCIA
      *
       77 W-DEP-MAXDISC    PIC 9(02) VALUE 02.
       77 W-DEP-ACHOU      PIC X(01) VALUE "N".
       77 W-DEP-MEDIAED    PIC ZZ9,9.
       01 W-DEP-LINHA.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 FILLER           PIC X(23) VALUE
              "DEPENDENCIA CURSADA EM ".
           03 DN-ANOCURSO      PIC 9(04).
           03 FILLER           PIC X(03) VALUE " - ".
           03 DN-SITUACAO      PIC X(40).
