                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "CNSSEL.CPY".
           COPY "AVLSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "CNSFD.CPY".
           COPY "AVLFD.CPY".
       FD CADNOTA
               LABEL RECORD IS STANDARD.
       01 REGNOTA.
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CNSWS.CPY".
           COPY "AVLWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-DISC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-CONT-ALU    PIC 9(05) VALUE ZEROS.
       77 W-CONT-APR    PIC 9(05) VALUE ZEROS.
       77 W-CONT-REP    PIC 9(05) VALUE ZEROS.
       77 W-CONT-CONS   PIC 9(05) VALUE ZEROS.
       77 W-INCOMPLETO  PIC X(01) VALUE "N".
       77 W-IDXBIM      PIC 9(01) VALUE ZEROS.
       77 W-RMCORR      PIC 9(05) VALUE ZEROS.
           03 RD-REP        PIC ZZZZ9.
           03 FILLER        PIC X(10) VALUE "  ALUNOS: ".
           03 RD-ALU        PIC ZZZZ9.
       01 W-RODAPE2.
           03 FILLER        PIC X(36) VALUE
              "DISCIPLINAS APROVADAS PELO CONSELHO:".
           03 RD-CONS       PIC ZZZZ9.
       01 W-ASSIN.
           03 FILLER        PIC X(40) VALUE
              "DIRECAO: ______________________  SECRETA".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ATALIST: " ST-LIST
              CLOSE CADNOTA CADDISC
              GO TO ROT-FIM.
           PERFORM ABR-CONSELHO
           PERFORM ABR-AVALIA
           MOVE "ATAFINAL" TO REL-PROGRAMA
           STRING "ANO " W-ANOLET " TURMA " W-TURMA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "ATA DE RESULTADOS FINAIS" TO REL-TITULO
           MOVE SPACES TO REL-COLUNAS
           MOVE W-TURMA  TO CA-TURMA
              MOVE NOME TO AL-NOME
              MOVE W-CABALU TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE ANO-LETIVO TO W-AVL-ANOLET
           MOVE TURMA      TO W-AVL-TURMA
           MOVE CODDISC    TO W-AVL-DISC
           PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
           PERFORM MEDIA-ANUAL THRU MEDIA-ANUAL-FIM
           MOVE W-AVL-MEDANO TO W-MEDIA
           MOVE CODDISC TO DL-DISC
           MOVE CODDISC TO DI-CODIGO
           READ CADDISC
              MOVE "S" TO W-ALUREPROV.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM IMPRIME-DELIB THRU IMPRIME-DELIB-FIM
           GO TO ATA-002.
      *
      * DELIBERACAO DO CONSELHO DE CLASSE SOBRE A DISCIPLINA
      *
       IMPRIME-DELIB.
           MOVE CHAVE-NOTA TO CS-CHAVE
           PERFORM MONTA-DELIB THRU MONTA-DELIB-FIM
           IF W-CNS-ACHOU NOT = "S"
              GO TO IMPRIME-DELIB-FIM.
           IF CONS-APROVA
              ADD 1 TO W-CONT-CONS.
           MOVE W-CNS-DELIB TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CNS-JUSTIF TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-DELIB-FIM.
           EXIT.
      *
       FECHA-ALUNO.
           IF W-RMCORR = ZEROS
           MOVE W-CONT-ALU TO RD-ALU
           MOVE W-RODAPE   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-CONS TO RD-CONS
           MOVE W-RODAPE2  TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
      *
       ROT-FECHA.
           CLOSE CADNOTA CADDISC ATALIST
           IF W-CNS-OK = "S"
              CLOSE CONSELHO.
           PERFORM FECHA-AVALIA
           DISPLAY "ATA EMITIDA - ALUNOS: " W-CONT-ALU.
      *
       ROT-FIM.
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CNSPAR.CPY".
           COPY "AVLPAR.CPY".
           COPY "AVMPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-ATALIST==.
           COPY "SPLPAR.CPY".
