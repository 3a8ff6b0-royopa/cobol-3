                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT FOLHARES ASSIGN TO DYNAMIC W-ARQ-RES
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD FOLHARES
               LABEL RECORD IS STANDARD.
       01 REGFOLHARES.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DEPTO      PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO SEFIPLIST: " ST-LIST
              CLOSE FOLHARES CADFUNC CADEPTO SEFIPREM
              GO TO ROT-FIM.
           MOVE "SEFIPGER" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONFERENCIA DO FGTS/SEFIP"  TO REL-TITULO
           MOVE W-CABCOLS                    TO REL-COLUNAS
           PERFORM ZERA-TAB THRU ZERA-TAB-FIM
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-SEFIPLIST==.
           COPY "SPLPAR.CPY".
