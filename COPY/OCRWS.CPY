       77 W-ARQ-OCORRENC   PIC X(64) VALUE SPACES.
       77 ST-OCORRENC      PIC X(02) VALUE "00".
       77 W-OCR-OK         PIC X(01) VALUE "N".
      *
      * LIMITE DE PONTOS DE GRAVIDADE ACUMULADOS NO ANO LETIVO PREVISTO
      * NO REGIMENTO ESCOLAR (LEVE 1, MEDIA 2, GRAVE 3, GRAVISSIMA 4)
      *
       77 W-OCR-LIMITE     PIC 9(03) VALUE 10.
       77 W-OCR-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-OCR-RM         PIC 9(05) VALUE ZEROS.
       77 W-OCR-PONTOS     PIC 9(03) VALUE ZEROS.
       77 W-OCR-QTDE       PIC 9(03) VALUE ZEROS.
       77 W-OCR-ULTSEQ     PIC 9(03) VALUE ZEROS.
       01 W-OCR-TIPOS.
           03 FILLER PIC X(30) VALUE "INDISCIPLINA EM SALA DE AULA  ".
           03 FILLER PIC X(30) VALUE "DESRESPEITO A PROFESSOR/FUNC. ".
           03 FILLER PIC X(30) VALUE "AGRESSAO VERBAL / BULLYING    ".
           03 FILLER PIC X(30) VALUE "AGRESSAO FISICA               ".
           03 FILLER PIC X(30) VALUE "DANO AO PATRIMONIO ESCOLAR    ".
           03 FILLER PIC X(30) VALUE "USO INDEVIDO DE CELULAR       ".
           03 FILLER PIC X(30) VALUE "SAIDA SEM AUTORIZACAO         ".
           03 FILLER PIC X(30) VALUE "FRAUDE EM AVALIACAO           ".
           03 FILLER PIC X(30) VALUE "UNIFORME / MATERIAL           ".
           03 FILLER PIC X(30) VALUE "OUTRAS                        ".
       01 W-OCR-TIPOS-R REDEFINES W-OCR-TIPOS.
           03 W-OCR-TIPODESC   PIC X(30) OCCURS 10 TIMES.
       01 W-OCR-GRAVS.
           03 FILLER PIC X(10) VALUE "LEVE      ".
           03 FILLER PIC X(10) VALUE "MEDIA     ".
           03 FILLER PIC X(10) VALUE "GRAVE     ".
           03 FILLER PIC X(10) VALUE "GRAVISSIMA".
       01 W-OCR-GRAVS-R REDEFINES W-OCR-GRAVS.
           03 W-OCR-GRAVDESC   PIC X(10) OCCURS 4 TIMES.
