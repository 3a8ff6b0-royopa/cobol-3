                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT TURMADISC ASSIGN TO DYNAMIC W-ARQ-TD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD TURMADISC
               LABEL RECORD IS STANDARD.
       01 REGTURMADISC.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-TD         PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DISC       PIC X(02) VALUE "00".
                      ST-LIST
              CLOSE TURMADISC CADFUNC CADDISC
              GO TO ROT-FIM.
           MOVE "GRADEREL" TO REL-PROGRAMA
           STRING "ANO LETIVO " W-ANOLET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "GRADE CURRICULAR E CARGA DOCENTE" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-GRADELIST==.
           COPY "SPLPAR.CPY".
