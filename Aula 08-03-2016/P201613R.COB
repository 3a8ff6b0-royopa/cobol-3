                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-CADNOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       SELECT CKPTBOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CKPT.
           COPY "AVLSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADNOTA
               LABEL RECORD IS STANDARD.
       01 REGNOTA.
       FD CKPTBOL
               LABEL RECORD IS STANDARD.
       01 LINHA-CKPTBOL  PIC X(47).
           COPY "AVLFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
       77 W-ARQ-CADNOTA    PIC X(64) VALUE SPACES.
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "AVLWS.CPY".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-CKPT      PIC X(02) VALUE "00".
               05 CK-DISC      PIC 9(03).
           03 W-CKPT-NOME      PIC X(35).
       01 W-CABEC1.
           03 FILLER      PIC X(38) VALUE
              "RM     NOME".
           03 FILLER      PIC X(42) VALUE
              "SEXODIS B NOT1 NOT2 MED.  FAL SITUACAO".
       01 W-DETALHE.
           03 DL-RM       PIC 9(05).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DL-NOME     PIC X(30).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DL-SEXO     PIC X(04).
           03 DL-DISC     PIC 9(03).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DL-NOTA2    PIC ZZ,9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DL-MEDIA    PIC ZZ,9.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DL-FALTAS   PIC ZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DL-SITUACAO PIC X(11).
       01 W-RECLIN.
           03 FILLER      PIC X(19) VALUE
              "      MEDIA ANUAL: ".
           03 RL-MEDANO   PIC ZZ,9.
           03 FILLER      PIC X(15) VALUE
              "  RECUPERACAO: ".
           03 RL-NOTAREC  PIC ZZ,9.
           03 FILLER      PIC X(19) VALUE "  RESULTADO FINAL: ".
           03 RL-RESFINAL PIC X(11).
           ACCEPT W-FANOLET
           DISPLAY "TURMA (BRANCO=TODAS): "
           ACCEPT W-FTURMA
           MOVE "P201613R" TO REL-PROGRAMA
           MOVE "BOLETIM ESCOLAR" TO REL-TITULO
           MOVE W-CABEC1 TO REL-COLUNAS.
           OPEN OUTPUT CKPTBOL
              DISPLAY "ERRO NA ABERTURA DO CHECKPOINT: " ST-CKPT
              CLOSE CADNOTA BOLETIM
              GO TO ROT-FIM.
           PERFORM ABR-AVALIA.
      *
       LER-001.
           IF W-OPCAO-CKPT = "S" OR "s"
               ADD 1 TO W-CONT-M
           ELSE
               ADD 1 TO W-CONT-F.
           MOVE ANO-LETIVO TO W-AVL-ANOLET
           MOVE TURMA      TO W-AVL-TURMA
           MOVE CODDISC    TO W-AVL-DISC
           PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
           MOVE 1 TO W-IDXBIM
           PERFORM LER-002-BIM THRU LER-002-BIM-FIM
           PERFORM MEDIA-ANUAL THRU MEDIA-ANUAL-FIM
           MOVE W-AVL-MEDANO TO RL-MEDANO
           MOVE NOTAREC  TO RL-NOTAREC
           MOVE RESFINAL TO RL-RESFINAL
           MOVE W-RECLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           ADD 1 TO W-CONT-CKPT
           IF W-CONT-CKPT >= 10
              MOVE CHAVE-NOTA TO W-CKPT-CHAVE
           MOVE W-IDXBIM                TO DL-BIM
           MOVE NOTA1 (W-IDXBIM)        TO DL-NOTA1
           MOVE NOTA2 (W-IDXBIM)        TO DL-NOTA2
           MOVE NOTA1 (W-IDXBIM)        TO W-AVL-N1
           MOVE NOTA2 (W-IDXBIM)        TO W-AVL-N2
           PERFORM MEDIA-NOTAS THRU MEDIA-NOTAS-FIM
           MOVE W-AVL-MEDBIM            TO DL-MEDIA
           ADD FALTA1 (W-IDXBIM) FALTA2 (W-IDXBIM) GIVING DL-FALTAS
           MOVE SITUACAO (W-IDXBIM)     TO DL-SITUACAO
           MOVE W-DETALHE               TO REL-DETALHE
           CLOSE CKPTBOL
           OPEN OUTPUT CKPTBOL
           CLOSE CKPTBOL
           CLOSE CADNOTA BOLETIM
           PERFORM FECHA-AVALIA.
      *
       ROT-FIM.
           STOP RUN.
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-BOLETIM==.
           COPY "SPLPAR.CPY".
           COPY "AVLPAR.CPY".
           COPY "AVMPAR.CPY".
