                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADAMIGO ASSIGN TO DYNAMIC W-ARQ-CADAMIGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADAMIGO
               LABEL RECORD IS STANDARD.
       01 REGAMIGO.
           COPY "AMBWS.CPY".
       77 W-ARQ-CADAMIGO     PIC X(64) VALUE SPACES.
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 W-CONT-REG   PIC 9(05) VALUE ZEROS.
           ACCEPT W-NDIAS
           IF W-NDIAS = ZEROS
              MOVE 007 TO W-NDIAS.
           MOVE "FP201615R" TO REL-PROGRAMA
           MOVE "ANIVERSARIANTES" TO REL-TITULO
           MOVE W-CABEC1 TO REL-COLUNAS
           COMPUTE W-ORD-HOJE = TABDIASACUM1 (W-MES-HOJE) + W-DIA-HOJE.
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-ANIVLIST==.
           COPY "SPLPAR.CPY".
