                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "AVLSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "AVLFD.CPY".
       FD CADNOTA
               LABEL RECORD IS STANDARD.
       01 REGNOTA.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "AVLWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-DISC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-DISC    PIC X(64) VALUE SPACES.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-TURMA       PIC X(05) VALUE SPACES.
       77 W-MEDIA       PIC 9(04)V9 VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-IDX2        PIC 9(04) VALUE ZEROS.
                      ST-LIST
              CLOSE CADNOTA CADDISC
              GO TO ROT-FIM.
           PERFORM ABR-AVALIA
           MOVE "TURMAEST" TO REL-PROGRAMA
           STRING "ANO " W-ANOLET " TURMA " W-TURMA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "DESEMPENHO POR TURMA"  TO REL-TITULO
           MOVE W-CABCOLS               TO REL-COLUNAS.
      *
           IF ANO-LETIVO NOT = W-ANOLET
              GO TO LER-NOTA.
           ADD 1 TO W-CONT-REG
           MOVE ANO-LETIVO TO W-AVL-ANOLET
           MOVE TURMA      TO W-AVL-TURMA
           MOVE CODDISC    TO W-AVL-DISC
           PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
           PERFORM MEDIA-ANUAL THRU MEDIA-ANUAL-FIM
           MOVE W-AVL-MEDANO TO W-MEDIA
           PERFORM SOMA-TD THRU SOMA-TD-FIM
           PERFORM SOMA-TUR THRU SOMA-TUR-FIM
           IF TURMA = W-TURMA
              MOVE W-MEDIA TO TD-MAX (W-IDX).
           IF W-MEDIA < TD-MIN (W-IDX)
              MOVE W-MEDIA TO TD-MIN (W-IDX).
           IF W-MEDIA NOT < W-AVL-MEDIAPROV
              ADD 1 TO TD-APROV (W-IDX).
       SOMA-TD-FIM.
           EXIT.
       SOMA-TUR2.
           ADD W-MEDIA TO TU-SOMA (W-IDX)
           ADD 1 TO TU-QTDE (W-IDX)
           IF W-MEDIA NOT < W-AVL-MEDIAPROV
              ADD 1 TO TU-APROV (W-IDX).
       SOMA-TUR-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADNOTA CADDISC ESTATLIST
           PERFORM FECHA-AVALIA
           DISPLAY "ESTATISTICA EMITIDA - REGISTROS: " W-CONT-REG.
      *
       ROT-FIM.
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-ESTATLIST==.
           COPY "SPLPAR.CPY".
           COPY "AVLPAR.CPY".
           COPY "AVMPAR.CPY".
