                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADEMPR ASSIGN TO DYNAMIC W-ARQ-EMPR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADEMPR
               LABEL RECORD IS STANDARD.
       01 REGEMPR.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-EMPR       PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO EMPRLIST: " ST-LIST
              CLOSE CADEMPR CADFUNC
              GO TO ROT-FIM.
           MOVE "EMPRESTREL" TO REL-PROGRAMA
           MOVE "EMPRESTIMOS CONSIGNADOS"  TO REL-TITULO
           MOVE W-CABCOLS                  TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-EMPRLIST==.
           COPY "SPLPAR.CPY".
