      *
      * REGRAS DE AVALIACAO POR ANO LETIVO, SEGMENTO E DISCIPLINA.
      * AV-DISC = 000 E A REGRA GERAL DO SEGMENTO; AV-SEGMENTO EM
      * BRANCO VALE PARA AS TURMAS SEM SEGMENTO INFORMADO.
      * AV-MAXFALTAS E O LIMITE DE FALTAS POR BIMESTRE (FREQUENCIA
      * MINIMA)
      *
       FD  AVALIACAO
               LABEL RECORD IS STANDARD.
       01  REGAVALIA.
           03 AV-CHAVE.
               05 AV-ANOLET    PIC 9(04).
               05 AV-SEGMENTO  PIC X(01).
               05 AV-DISC      PIC 9(03).
           03 AV-REGRA.
               05 AV-PESOBIM   PIC 9(02) OCCURS 4 TIMES.
               05 AV-PESON1    PIC 9(02).
               05 AV-PESON2    PIC 9(02).
               05 AV-MEDIAPROV PIC 9(02)V9.
               05 AV-MEDIAREC  PIC 9(02)V9.
               05 AV-MAXFALTAS PIC 9(03).
           03 AV-DTALT        PIC 9(08).
           03 FILLER          PIC X(20).
      *
      * CADTURMA LIDO SO PARA OBTER O SEGMENTO DA TURMA
      *
       FD  TURMASEG
               LABEL RECORD IS STANDARD.
       01  REGTURMASEG.
           03 TS-CHAVE.
               05 TS-CODIGO    PIC X(05).
               05 TS-ANOLET    PIC 9(04).
           03 FILLER          PIC X(20).
           03 TS-SEGMENTO     PIC X(01).
           03 FILLER          PIC X(02).
