                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADAFAST ASSIGN TO DYNAMIC W-ARQ-AFA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADAFAST
               LABEL RECORD IS STANDARD.
       01 REGAFAST.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-AFA        PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
                      ST-LIST
              CLOSE CADAFAST CADFUNC
              GO TO ROT-FIM.
           MOVE "AFASTREL" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "RETORNOS PREVISTOS NO MES"  TO REL-TITULO
           MOVE W-CABCOLS                    TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-AFASTLIST==.
           COPY "SPLPAR.CPY".
