                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT QUADROVAGAS ASSIGN TO DYNAMIC W-ARQ-QV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD QUADROVAGAS
               LABEL RECORD IS STANDARD.
       01 REGQUADRO.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-QV         PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DEPTO      PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO VAGASLIST: " ST-LIST
              CLOSE QUADROVAGAS CADFUNC CADEPTO
              GO TO ROT-FIM.
           MOVE "VAGASREL" TO REL-PROGRAMA
           MOVE "QUADRO DE VAGAS POR DEPTO"  TO REL-TITULO
           MOVE W-CABCOLS                    TO REL-COLUNAS.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-VAGASLIST==.
           COPY "SPLPAR.CPY".
