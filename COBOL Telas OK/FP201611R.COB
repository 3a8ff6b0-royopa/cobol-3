                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-CADEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
       77 W-ARQ-CADEPTO      PIC X(64) VALUE SPACES.
       77 W-ARQ-CADFUNC      PIC X(64) VALUE SPACES.
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEPTOLIST: " ST-LIST
              CLOSE CADEPTO CADFUNC
              GO TO ROT-FIM.
           MOVE "FP201611R" TO REL-PROGRAMA
           MOVE "ESTRUTURA ORGANIZACIONAL" TO REL-TITULO
           MOVE W-CABEC1 TO REL-COLUNAS
           PERFORM ZERA-TAB THRU ZERA-TAB-FIM
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-DEPTOLIST==.
           COPY "SPLPAR.CPY".
