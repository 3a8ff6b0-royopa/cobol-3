      *
      * DEPENDENCIAS (PROGRESSAO PARCIAL): DISCIPLINA REPROVADA NO
      * ANO DP-ANOORIG, CURSADA EM PARALELO NO ANO DP-ANOCURSO.
      * DP-SITUACAO: P=PENDENTE, C=CUMPRIDA (DATA EM DP-DTCONCL)
      *
       FD  DEPENDE
               LABEL RECORD IS STANDARD.
       01  REGDEPEND.
           03 DP-CHAVE.
               05 DP-RM        PIC 9(05).
               05 DP-ANOORIG   PIC 9(04).
               05 DP-DISC      PIC 9(03).
           03 DP-NOME         PIC X(35).
           03 DP-TURMAORIG    PIC X(05).
           03 DP-ANOCURSO     PIC 9(04).
           03 DP-NOTA1        PIC 9(04)V9.
           03 DP-NOTA2        PIC 9(04)V9.
           03 DP-FALTAS       PIC 9(03).
           03 DP-MEDIA        PIC 9(04)V9.
           03 DP-SITUACAO     PIC X(01).
               88 DEP-PENDENTE    VALUE "P".
               88 DEP-CUMPRIDA    VALUE "C".
           03 DP-DTCONCL      PIC 9(08).
           03 FILLER          PIC X(17).
