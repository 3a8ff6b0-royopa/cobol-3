                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CTCWS.CPY".
           COPY "AUDIWS.CPY".
           COPY "USERWS.CPY".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO AJUSTELIST: " ST-LIST
              CLOSE CADCARGO CADFUNC CADEPTO
              GO TO ROT-FIM.
           MOVE "SALAJUSTE" TO REL-PROGRAMA
           STRING "VIGENCIA " W-VIGENCIA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "REAJUSTE SALARIAL - ANTES/DEPOIS" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS
           IF W-MODO = "S"
           COPY "USERPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-AJUSTELIST==.
           COPY "SPLPAR.CPY".
