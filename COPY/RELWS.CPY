       77 REL-MAXLIN       PIC 9(02) VALUE 60.
       77 REL-LINCONT      PIC 9(02) VALUE 99.
       77 REL-PAGINA       PIC 9(04) VALUE ZEROS.
       77 REL-SPOOL        PIC X(01) VALUE "N".
           88 REL-SPOOL-ATIVO  VALUE "S".
       77 REL-SPL-PAGINAS  PIC 9(04) VALUE ZEROS.
       01 REL-PROGRAMA     PIC X(10) VALUE SPACES.
       01 REL-PARAMETROS   PIC X(30) VALUE SPACES.
       01 REL-TITULO       PIC X(30) VALUE SPACES.
       01 REL-COLUNAS      PIC X(80) VALUE SPACES.
       01 REL-DETALHE      PIC X(80) VALUE SPACES.
           03 REL-CB-MIN       PIC 9(02).
           03 FILLER           PIC X(06) VALUE " PAG. ".
           03 REL-CB-PAG       PIC ZZZ9.
       01 REL-SPL-CHAVE.
           03 REL-SPL-PROGRAMA PIC X(10).
           03 REL-SPL-DATA     PIC 9(08).
           03 REL-SPL-HORA     PIC 9(08).
       01 REL-SPL-NOME.
           03 FILLER           PIC X(02) VALUE "SP".
           03 REL-SPL-NM-ANO   PIC 9(02).
           03 REL-SPL-NM-MES   PIC 9(02).
           03 REL-SPL-NM-DIA   PIC 9(02).
           03 REL-SPL-NM-HORA  PIC 9(08).
