               VALUE  "               DATA DE NASCIMENTO:".
           05  LINE 13  COLUMN 41 
               VALUE  "      ESTADO CIVIL:".
           05  LINE 13  COLUMN 64
               VALUE  "SEXO:".
           05  LINE 15  COLUMN 01 
               VALUE  "               DEPARTAMENTO:".
           05  LINE 15  COLUMN 41
               VALUE  " CONTRATO:".
           05  LINE 15  COLUMN 54
               VALUE  "(I/E/D/T)".
           05  LINE 17  COLUMN 01
               VALUE  "               CARGO:".
           05  LINE 17  COLUMN 41
               VALUE  " FIM CONTRATO:".
           05  LINE 19  COLUMN 01 
               VALUE  "               TP.SAL:".
           05  LINE 19  COLUMN 41 
               VALUE  "               DATA ADMISSAO:".
           05  LINE 21  COLUMN 41
               VALUE  " DATA DEMISSAO:".
           05  LINE 21  COLUMN 68
               VALUE  "MOT:".
           05  LINE 06  COLUMN 01
               VALUE  "      ENDERECO:".
           05  LINE 06  COLUMN 48
               VALUE  " CONTA:".
           05  LINE 04  COLUMN 01
               VALUE  "               EMPRESA:".
           05  LINE 09  COLUMN 41
               VALUE  " SINDICATO:".
           05  LINE 11  COLUMN 41
               VALUE  " ASSOCIADO:".
           05  LINE 11  COLUMN 56
               VALUE  "OPOSICAO:".
           05  TCHAPA
               LINE 05  COLUMN 23  PIC 9(05)
               USING  CHAPA
               LINE 13  COLUMN 61  PIC X(01)
               USING  ESTCIVIL
               HIGHLIGHT.
           05  TSEXO
               LINE 13  COLUMN 70  PIC X(01)
               USING  FSEXO
               HIGHLIGHT.
           05  TDEPART
               LINE 15  COLUMN 30  PIC 9(03)
               USING  FDEPART
               LINE 21  COLUMN 57  PIC 99/99/9999
               USING  DTDEMISSAO
               HIGHLIGHT.
           05  TMOTDESLIG
               LINE 21  COLUMN 73  PIC X(01)
               USING  FMOTDESLIG
               HIGHLIGHT.
           05  TBANCO
               LINE 22  COLUMN 23  PIC 9(03)
               USING  FBANCO
               LINE 10  COLUMN 26  PIC 9(09)
               USING  FFONE
               HIGHLIGHT.
           05  TTIPOCONTR
               LINE 15  COLUMN 52  PIC X(01)
               USING  FTIPOCONTR
               HIGHLIGHT.
           05  TDTFIMCONTR
               LINE 17  COLUMN 56  PIC 99/99/9999
               USING  FDTFIMCONTR
               HIGHLIGHT.
           05  TEMPRESA
               LINE 04  COLUMN 25  PIC 9(02)
               USING  FEMPRESA
               HIGHLIGHT.
           05  TSINDICATO
               LINE 09  COLUMN 53  PIC 9(03)
               USING  FSINDICATO
               HIGHLIGHT.
           05  TASSOCSIND
               LINE 11  COLUMN 53  PIC X(01)
               USING  FASSOCSIND
               HIGHLIGHT.
           05  TOPOSICAO
               LINE 11  COLUMN 66  PIC X(01)
               USING  FOPOSICAO
               HIGHLIGHT.
