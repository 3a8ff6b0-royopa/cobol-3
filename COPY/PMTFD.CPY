      *
      * PRE-MATRICULA DE ALUNOS NOVOS PARA O ANO LETIVO PM-ANOLET.
      * PM-STATUS: S=SOLICITADA COM VAGA, E=EM LISTA DE ESPERA,
      * C=CONVOCADO (VAGA LIBERADA), M=MATRICULADO (RM EM PM-RM),
      * D=DESISTENTE. PM-IRMAO = "S" QUANDO O RESPONSAVEL JA TEM
      * ALUNO ATIVO NA ESCOLA (PRIORIDADE NA LISTA DE ESPERA)
      *
       FD  PREMATRIC
               LABEL RECORD IS STANDARD.
       01  REGPREMAT.
           03 PM-CHAVE.
               05 PM-ANOLET    PIC 9(04).
               05 PM-NUMERO    PIC 9(05).
           03 PM-NOME         PIC X(35).
           03 PM-SEXO         PIC X(01).
           03 PM-DATANASC     PIC 9(08).
           03 PM-RESPNOME     PIC X(30).
           03 PM-RESPCPF      PIC 9(11).
           03 PM-RESPEND      PIC X(30).
           03 PM-TURMA        PIC X(05).
           03 PM-TURNO        PIC X(01).
           03 PM-DTPEDIDO     PIC 9(08).
           03 PM-IRMAO        PIC X(01).
               88 PRE-IRMAO       VALUE "S".
           03 PM-STATUS       PIC X(01).
               88 PRE-SOLICITADA  VALUE "S".
               88 PRE-ESPERA      VALUE "E".
               88 PRE-CONVOCADA   VALUE "C".
               88 PRE-MATRICULADA VALUE "M".
               88 PRE-DESISTENTE  VALUE "D".
           03 PM-DTSTATUS     PIC 9(08).
           03 PM-RM           PIC 9(05).
           03 FILLER          PIC X(47).
