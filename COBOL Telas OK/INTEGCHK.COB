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
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO INTEGLIST: "
                      ST-LIST
              GO TO ROT-FIM.
           MOVE "INTEGCHK" TO REL-PROGRAMA
           MOVE "INTEGRIDADE ENTRE CADASTROS" TO REL-TITULO
           MOVE SPACES TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-INTEGLIST==.
           COPY "SPLPAR.CPY".
