                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADNOTA
               LABEL RECORD IS STANDARD.
       01 REGNOTA.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TURMALIST: " ST-LIST
              CLOSE CADNOTA CADTURMA
              GO TO ROT-FIM.
           MOVE "TURMAREL" TO REL-PROGRAMA
           STRING "TURMA " W-TURMA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "LISTA DE CHAMADA POR TURMA"  TO REL-TITULO
           MOVE W-CABCOLS                     TO REL-COLUNAS
           MOVE W-TURMA   TO CT-TURMA
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-TURMALIST==.
           COPY "SPLPAR.CPY".
