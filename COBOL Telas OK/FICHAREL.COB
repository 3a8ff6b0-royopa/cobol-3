                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "FICSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "FICFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "FICWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
                      ST-LIST
              CLOSE FICHAFIN CADFUNC
              GO TO ROT-FIM.
           MOVE "FICHAREL" TO REL-PROGRAMA
           STRING "CHAPA " W-CHAPA " " W-COMPINI " A " W-COMPFIM
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "FICHA FINANCEIRA"  TO REL-TITULO
           MOVE W-CABCOLS           TO REL-COLUNAS
           MOVE W-CHAPA TO CHAPA
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-FICHALIST==.
           COPY "SPLPAR.CPY".
