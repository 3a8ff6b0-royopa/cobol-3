                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CTCWS.CPY".
           COPY "AUDIWS.CPY".
           COPY "USERWS.CPY".
                      ST-LIST
              CLOSE CTRLCOMP CADFUNC CADCARGO MOVFREQ
              GO TO ROT-FIM.
           MOVE "FOLHAPREV" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CRITICA PRE-FOLHA DO MOVIMENTO" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
           COPY "USERPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-PREVIALIST==.
           COPY "SPLPAR.CPY".
