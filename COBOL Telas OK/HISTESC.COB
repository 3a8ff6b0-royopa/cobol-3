                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "CNSSEL.CPY".
           COPY "AVLSEL.CPY".
           COPY "DEPSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "CNSFD.CPY".
           COPY "AVLFD.CPY".
           COPY "DEPFD.CPY".
       FD CADNOTA
               LABEL RECORD IS STANDARD.
       01 REGNOTA.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CNSWS.CPY".
           COPY "AVLWS.CPY".
           COPY "DEPWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-HIST       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTLIST: " ST-LIST
              CLOSE CADNOTA HISTNOTA
              GO TO ROT-FIM.
           PERFORM ABR-CONSELHO
           PERFORM ABR-AVALIA
           PERFORM ABR-DEPENDE
           MOVE "HISTESC" TO REL-PROGRAMA
           STRING "RM " W-RM
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "HISTORICO ESCOLAR" TO REL-TITULO
           MOVE W-CABCOLS           TO REL-COLUNAS.
      *
           MOVE RESFINAL   TO TT-RESFINAL
           PERFORM GUARDA-TAB THRU GUARDA-TAB-FIM
           GO TO COL-VIVO1.
      *
      *
      * MEDIAS DOS BIMESTRES DO REGISTRO EM REGNOTA PELA REGRA DE
      * AVALIACAO DO ANO/SEGMENTO/DISCIPLINA
      *
       CALC-MEDIAS.
           MOVE ANO-LETIVO TO W-AVL-ANOLET
           MOVE TURMA      TO W-AVL-TURMA
           MOVE CODDISC    TO W-AVL-DISC
           PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
           MOVE 1 TO W-IDXBIM.
       CALC-MEDIAS1.
           IF W-IDXBIM > 4 GO TO CALC-MEDIAS-FIM.
           MOVE NOTA1 (W-IDXBIM) TO W-AVL-N1
           MOVE NOTA2 (W-IDXBIM) TO W-AVL-N2
           PERFORM MEDIA-NOTAS THRU MEDIA-NOTAS-FIM
           MOVE W-AVL-MEDBIM TO TT-MED (W-IDXBIM)
           ADD 1 TO W-IDXBIM
           GO TO CALC-MEDIAS1.
       CALC-MEDIAS-FIM.
           MOVE W-H-ANOLET TO TT-ANO
           MOVE W-H-DISC   TO TT-DISC
           MOVE W-H-TURMA  TO TT-TURMA
      *
      *    A LINHA DO HISTORICO TEM O LEIAUTE DO CADNOTA
      *
           MOVE LINHA-HISTNOTA TO REGNOTA
           PERFORM CALC-MEDIAS THRU CALC-MEDIAS-FIM
           MOVE W-H-NOTAREC  TO TT-NOTAREC
           MOVE W-H-RESFINAL TO TT-RESFINAL
           PERFORM GUARDA-TAB THRU GUARDA-TAB-FIM
           MOVE TH-RESFINAL (W-IDX) TO DL-RESFINAL
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM IMPRIME-DELIB THRU IMPRIME-DELIB-FIM
           IF TH-RESFINAL (W-IDX) = "DEPENDENCIA"
              PERFORM IMPRIME-DEPEND THRU IMPRIME-DEPEND-FIM.
           ADD 1 TO W-IDX
           GO TO IMPRIME1.
      *
      * DELIBERACAO DO CONSELHO DE CLASSE SOBRE A DISCIPLINA
      *
       IMPRIME-DELIB.
           MOVE W-RM            TO CS-RM
           MOVE TH-ANO (W-IDX)  TO CS-ANOLET
           MOVE TH-DISC (W-IDX) TO CS-DISC
           PERFORM MONTA-DELIB THRU MONTA-DELIB-FIM
           IF W-CNS-ACHOU NOT = "S"
              GO TO IMPRIME-DELIB-FIM.
           MOVE W-CNS-DELIB TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CNS-JUSTIF TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-DELIB-FIM.
           EXIT.
      *
      * SITUACAO DA DEPENDENCIA DA DISCIPLINA (PENDENTE OU CUMPRIDA)
      *
       IMPRIME-DEPEND.
           MOVE W-RM            TO DP-RM
           MOVE TH-ANO (W-IDX)  TO DP-ANOORIG
           MOVE TH-DISC (W-IDX) TO DP-DISC
           PERFORM MONTA-DEPEND THRU MONTA-DEPEND-FIM
           IF W-DEP-ACHOU NOT = "S"
              GO TO IMPRIME-DEPEND-FIM.
           MOVE W-DEP-LINHA TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-DEPEND-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADNOTA HISTLIST
           IF W-CNS-OK = "S"
              CLOSE CONSELHO.
           IF W-DEP-OK = "S"
              CLOSE DEPENDE.
           IF ST-HIST NOT = "35"
              CLOSE HISTNOTA.
           PERFORM FECHA-AVALIA
           DISPLAY "HISTORICO EMITIDO - REGISTROS: " W-QT-REG.
      *
       ROT-FIM.
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CNSPAR.CPY".
           COPY "AVLPAR.CPY".
           COPY "AVMPAR.CPY".
           COPY "DEPPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-HISTLIST==.
           COPY "SPLPAR.CPY".
