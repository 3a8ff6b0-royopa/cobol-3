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
       77 W-ARQ-CADCARGO     PIC X(64) VALUE SPACES.
       77 W-ARQ-CADFUNC      PIC X(64) VALUE SPACES.
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECONLIST: " ST-LIST
              CLOSE CADEPTO CADCARGO CADFUNC
              GO TO ROT-ABEND.
           MOVE "RECONGERAL" TO REL-PROGRAMA
           MOVE "RECONCILIACAO DE EFETIVO" TO REL-TITULO
           MOVE W-CABEC1 TO REL-COLUNAS
           PERFORM ZERA-TAB THRU ZERA-TAB-FIM
       ROT-ABEND.
           MOVE 8 TO RETURN-CODE.
       ROT-FIM.
           PERFORM REL-ENCERRA THRU REL-ENCERRA-FIM
           GOBACK.
      *
      *************************
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-RECONLIST==.
           COPY "SPLPAR.CPY".
