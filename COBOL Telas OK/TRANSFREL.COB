                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT MOVDEPTO ASSIGN TO DYNAMIC W-ARQ-MOV
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-MOV.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD MOVDEPTO
               LABEL RECORD IS STANDARD.
       01 LINHA-MOVDEPTO.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-MOV        PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TRANSFLIST: " ST-LIST
              CLOSE MOVDEPTO CADFUNC
              GO TO ROT-FIM.
           MOVE "TRANSFREL" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "TRANSFERENCIAS DO MES" TO REL-TITULO
           MOVE W-CABCOLS               TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-TRANSFLIST==.
           COPY "SPLPAR.CPY".
