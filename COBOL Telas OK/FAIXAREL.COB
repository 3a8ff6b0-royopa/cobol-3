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
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FAIXALIST: " ST-LIST
              CLOSE CADFUNC CADCARGO
              GO TO ROT-FIM.
           MOVE "FAIXAREL" TO REL-PROGRAMA
           MOVE "SALARIOS FORA DA FAIXA"  TO REL-TITULO
           MOVE W-CABCOLS                 TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-FAIXALIST==.
           COPY "SPLPAR.CPY".
