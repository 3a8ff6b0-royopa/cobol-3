       77 W-ARQ-AVALIA     PIC X(64) VALUE SPACES.
       77 ST-AVALIA        PIC X(02) VALUE "00".
       77 W-AVL-OK         PIC X(01) VALUE "N".
       77 W-ARQ-TURMASEG   PIC X(64) VALUE SPACES.
       77 ST-TURMASEG      PIC X(02) VALUE "00".
       77 W-AVL-TSOK       PIC X(01) VALUE "N".
      *
      * ENTRADA DE CARREGA-REGRA: ANO LETIVO, TURMA E DISCIPLINA
      *
       01 W-AVL-CHAVE.
           03 W-AVL-ANOLET     PIC 9(04) VALUE ZEROS.
           03 W-AVL-TURMA      PIC X(05) VALUE SPACES.
           03 W-AVL-DISC       PIC 9(03) VALUE ZEROS.
       01 W-AVL-CHVANT         PIC X(12) VALUE SPACES.
       77 W-AVL-SEGMENTO   PIC X(01) VALUE SPACES.
      *
      * REGRA EM VIGOR (MESMO LEIAUTE DE AV-REGRA)
      *
       01 W-AVL-REGRA.
           03 W-AVL-PESOBIM    PIC 9(02) OCCURS 4 TIMES.
           03 W-AVL-PESON1     PIC 9(02).
           03 W-AVL-PESON2     PIC 9(02).
           03 W-AVL-MEDIAPROV  PIC 9(02)V9.
           03 W-AVL-MEDIAREC   PIC 9(02)V9.
           03 W-AVL-MAXFALTAS  PIC 9(03).
      *
      * REGRA DA ESCOLA QUANDO NAO HA REGRA CADASTRADA: PESOS IGUAIS,
      * APROVACAO 6,0, RECUPERACAO 4,0, 20 FALTAS POR BIMESTRE
      *
       01 W-AVL-PADRAO.
           03 FILLER           PIC 9(08) VALUE 01010101.
           03 FILLER           PIC 9(04) VALUE 0101.
           03 FILLER           PIC 9(02)V9 VALUE 06,0.
           03 FILLER           PIC 9(02)V9 VALUE 04,0.
           03 FILLER           PIC 9(03) VALUE 020.
      *
      * ENTRADA DE MEDIA-NOTAS E SAIDAS DAS ROTINAS DE APURACAO
      *
       77 W-AVL-N1         PIC 9(04)V9 VALUE ZEROS.
       77 W-AVL-N2         PIC 9(04)V9 VALUE ZEROS.
       77 W-AVL-MEDBIM     PIC 9(04)V9 VALUE ZEROS.
       77 W-AVL-MEDANO     PIC 9(04)V9 VALUE ZEROS.
       77 W-AVL-MEDFIN     PIC 9(04)V9 VALUE ZEROS.
       77 W-AVL-RESULT     PIC X(11) VALUE SPACES.
       77 W-AVL-ELEGREC    PIC X(01) VALUE "N".
       77 W-AVL-FALTAS     PIC 9(03) VALUE ZEROS.
       77 W-AVL-SOMA       PIC 9(06)V9(04) VALUE ZEROS.
       77 W-AVL-SOMAP      PIC 9(03) VALUE ZEROS.
       77 W-AVL-IDX        PIC 9(01) VALUE ZEROS.
