                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CADCARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
           COPY "AMBWS.CPY".
       77 W-ARQ-CADCARGO   PIC X(64) VALUE SPACES.
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-CKPT      PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CARGOLIST: " ST-ERRO2
              CLOSE CADCARGO
              GO TO ROT-FIM.
           MOVE "FP201612R" TO REL-PROGRAMA
           MOVE "RELATORIO DE CARGOS" TO REL-TITULO
           MOVE W-CABEC1 TO REL-COLUNAS.
           OPEN OUTPUT CKPTCARGO
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CARGOLIST==.
           COPY "SPLPAR.CPY".
