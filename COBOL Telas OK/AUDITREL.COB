                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "AUDISEL.CPY".
       SELECT AUDITARQ ASSIGN TO DYNAMIC W-ARQ-ANO
                    ORGANIZATION IS LINE SEQUENTIAL
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "AUDIFD.CPY".
       FD AUDITARQ
               LABEL RECORD IS STANDARD.
           COPY "AUDIWS.CPY".
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 ST-ARQ        PIC X(02) VALUE "00".
       77 W-ARQ-ANO     PIC X(64) VALUE SPACES.
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLIST: " ST-LIST
              CLOSE AUDITORIA
              GO TO ROT-FIM.
           MOVE "AUDITREL" TO REL-PROGRAMA
           STRING W-FIL-PROG " " W-FIL-DATAINI " A " W-FIL-DATAFIM
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONSULTA DE AUDITORIA"  TO REL-TITULO
           MOVE W-CABCOLS                TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-AUDITLIST==.
           COPY "SPLPAR.CPY".
