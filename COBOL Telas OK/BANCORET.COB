                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT RETORNO ASSIGN TO DYNAMIC W-ARQ-RET
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD RETORNO
               LABEL RECORD IS STANDARD.
       01 LINHA-RETORNO.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-RET        PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
                                                             ST-LIST
              CLOSE RETORNO CADFUNC
              GO TO ROT-FIM.
           MOVE "BANCORET" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CREDITOS REJEITADOS - REENVIO" TO REL-TITULO
           MOVE W-CABCOLS                       TO REL-COLUNAS.
       ABR-003.
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-RETORNOLIST==.
           COPY "SPLPAR.CPY".
