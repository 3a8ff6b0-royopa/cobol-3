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
           COPY "FICWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RAISLIST: " ST-LIST
              CLOSE CADFUNC CADCARGO FOLHARES RAISREM
              GO TO ROT-FIM.
           MOVE "RAISGER" TO REL-PROGRAMA
           STRING "ANO BASE " W-ANOBASE
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONFERENCIA DA RAIS"  TO REL-TITULO
           MOVE W-CABCOLS              TO REL-COLUNAS
           PERFORM ZERA-MES THRU ZERA-MES-FIM
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-RAISLIST==.
           COPY "SPLPAR.CPY".
