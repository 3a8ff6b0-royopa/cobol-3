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
       77 ST-FER        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FERIASLIST: " ST-LIST
              CLOSE CADFUNC CADFERIAS
              GO TO ROT-FIM.
           MOVE "FERIASREL" TO REL-PROGRAMA
           MOVE "FERIAS A VENCER - RISCO DOBRA" TO REL-TITULO
           MOVE W-CABCOLS                       TO REL-COLUNAS
           MOVE W-HOJE TO W-DATAX
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-FERIASLIST==.
           COPY "SPLPAR.CPY".
