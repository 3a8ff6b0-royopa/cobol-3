                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT HORARIO ASSIGN TO DYNAMIC W-ARQ-HOR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD HORARIO
               LABEL RECORD IS STANDARD.
       01 REGHORARIO.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-HOR        PIC X(02) VALUE "00".
       77 ST-TD         PIC X(02) VALUE "00".
       77 ST-DISC       PIC X(02) VALUE "00".
                      ST-LIST
              CLOSE HORARIO TURMADISC CADDISC CADFUNC
              GO TO ROT-FIM.
           MOVE "HORARREL" TO REL-PROGRAMA
           STRING "ANO LETIVO " W-ANOLET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "HORARIO DE AULAS"  TO REL-TITULO
           MOVE SPACES              TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-HORARLIST==.
           COPY "SPLPAR.CPY".
