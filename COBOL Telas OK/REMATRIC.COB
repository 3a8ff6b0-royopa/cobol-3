                    FILE STATUS  IS ST-NOTA2
                    ALTERNATE RECORD KEY IS NOME2
                               WITH DUPLICATES.
           COPY "DEPSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 NOTAREC2        PIC 9(04)V9.
                03 RESFINAL2       PIC X(11).
                03 FILLER          PIC X(10).
           COPY "DEPFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "DEPWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-NOTA2      PIC X(02) VALUE "00".
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-CONT-CRIA   PIC 9(05) VALUE ZEROS.
       77 W-CONT-DUP    PIC 9(05) VALUE ZEROS.
       77 W-CONT-REP    PIC 9(05) VALUE ZEROS.
       77 W-CONT-DEP    PIC 9(05) VALUE ZEROS.
       77 W-RMCORR      PIC 9(05) VALUE ZEROS.
       77 W-QT-REPROV   PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                                                             ST-NOTA2
              CLOSE CADNOTA
              GO TO ROT-FIM.
           PERFORM ABR-DEPENDE
           IF W-DEP-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEPENDE: "
                                                             ST-DEPENDE
              CLOSE CADNOTA CADNOTA2
              GO TO ROT-FIM.
      *
      * ALUNO REPROVADO EM ATE W-DEP-MAXDISC DISCIPLINAS E PROMOVIDO:
      * AS REPROVADAS VIRAM DEPENDENCIA, CURSADA NO NOVO ANO EM
      * REGISTRO PROPRIO DO ARQUIVO DEPENDE
      *
       LER-NOTA.
           READ CADNOTA NEXT RECORD
               AT END GO TO ROT-FECHA.
           IF ANO-LETIVO NOT = W-ANOFECHA
              GO TO LER-NOTA.
           IF RM NOT = W-RMCORR
              MOVE RM TO W-RMCORR
              PERFORM CONTA-REPROV THRU CONTA-REPROV-FIM.
           IF (RESFINAL = "REPROVADO" OR RESFINAL = "DEPENDENCIA")
              AND W-QT-REPROV NOT > W-DEP-MAXDISC
              GO TO GERA-DEPEND.
           IF RESFINAL = "REPROVADO" OR RESFINAL = "DEPENDENCIA"
              ADD 1 TO W-CONT-REP
              GO TO LER-NOTA.
      *
      * REGISTRO DO NOVO ANO (TAMBEM PARA A DISCIPLINA EM DEPENDENCIA)
      *
       CRIA-NOTA.
           MOVE RM        TO RM2
           MOVE W-ANONOVO TO ANOLET2
           MOVE CODDISC   TO DISC2
           DISPLAY "ERRO NA GRAVACAO DO RM " RM
                   " STATUS: " ST-NOTA2
           GO TO ROT-FECHA.
      *
      *
       CONTA-REPROV.
           MOVE ZEROS TO W-QT-REPROV
           MOVE RM         TO RM2
           MOVE W-ANOFECHA TO ANOLET2
           MOVE ZEROS      TO DISC2
           START CADNOTA2 KEY IS NOT LESS THAN CHAVE-NOTA2
           IF ST-NOTA2 NOT = "00"
              GO TO CONTA-REPROV-FIM.
       CONTA-REPROV1.
           READ CADNOTA2 NEXT RECORD
               AT END GO TO CONTA-REPROV-FIM.
           IF RM2 NOT = W-RMCORR OR ANOLET2 NOT = W-ANOFECHA
              GO TO CONTA-REPROV-FIM.
           IF RESFINAL2 = "REPROVADO" OR RESFINAL2 = "DEPENDENCIA"
              ADD 1 TO W-QT-REPROV.
           GO TO CONTA-REPROV1.
       CONTA-REPROV-FIM.
           EXIT.
      *
       GERA-DEPEND.
           MOVE RM         TO DP-RM
           MOVE W-ANOFECHA TO DP-ANOORIG
           MOVE CODDISC    TO DP-DISC
           MOVE NOME       TO DP-NOME
           MOVE TURMA      TO DP-TURMAORIG
           MOVE W-ANONOVO  TO DP-ANOCURSO
           MOVE ZEROS      TO DP-NOTA1 DP-NOTA2 DP-FALTAS DP-MEDIA
                              DP-DTCONCL
           MOVE "P"        TO DP-SITUACAO
           WRITE REGDEPEND
           IF ST-DEPENDE = "00" OR "02"
              ADD 1 TO W-CONT-DEP
              GO TO MARCA-DEPEND.
           IF ST-DEPENDE NOT = "22"
              DISPLAY "ERRO NA GRAVACAO DA DEPENDENCIA DO RM " RM
                      " STATUS: " ST-DEPENDE
              GO TO ROT-FECHA.
       MARCA-DEPEND.
           IF RESFINAL = "DEPENDENCIA"
              GO TO CRIA-NOTA.
           MOVE CHAVE-NOTA TO CHAVE-NOTA2
           READ CADNOTA2
           IF ST-NOTA2 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO RM " RM " STATUS: " ST-NOTA2
              GO TO CRIA-NOTA.
           MOVE "DEPENDENCIA" TO RESFINAL2
           REWRITE REGNOTA2
           IF ST-NOTA2 NOT = "00" AND ST-NOTA2 NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO RM " RM
                      " STATUS: " ST-NOTA2.
           GO TO CRIA-NOTA.
      *
       LIMPA-BIM.
           MOVE ZEROS  TO NOTA12 (W-IDXBIM) NOTA22 (W-IDXBIM)
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADNOTA CADNOTA2 DEPENDE
           DISPLAY "REMATRICULA CONCLUIDA"
           DISPLAY "REGISTROS CRIADOS          : " W-CONT-CRIA
           DISPLAY "JA REMATRICULADOS (PULADOS): " W-CONT-DUP
           DISPLAY "REPROVADOS (NAO GERADOS)   : " W-CONT-REP
           DISPLAY "DEPENDENCIAS GERADAS       : " W-CONT-DEP.
      *
       ROT-FIM.
           STOP RUN.
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "DEPPAR.CPY".
