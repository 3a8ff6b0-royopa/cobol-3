      *
      * DELIBERACOES DO CONSELHO DE CLASSE, UMA POR RM, ANO LETIVO E
      * DISCIPLINA. CS-DECISAO: A=APROVADO PELO CONSELHO (RESFINAL
      * PASSA A "AP.CONSELHO"), M=MANTIDA A REPROVACAO. CS-RESANT
      * GUARDA O RESULTADO APURADO ANTES DA DELIBERACAO
      *
       FD  CONSELHO
               LABEL RECORD IS STANDARD.
       01  REGCONSELHO.
           03 CS-CHAVE.
               05 CS-RM        PIC 9(05).
               05 CS-ANOLET    PIC 9(04).
               05 CS-DISC      PIC 9(03).
           03 CS-TURMA        PIC X(05).
           03 CS-DECISAO      PIC X(01).
               88 CONS-APROVA     VALUE "A".
               88 CONS-MANTEM     VALUE "M".
           03 CS-DTCONS       PIC 9(08).
           03 CS-JUSTIF       PIC X(60).
           03 CS-PARTIC1      PIC X(60).
           03 CS-PARTIC2      PIC X(60).
           03 CS-MEDIA        PIC 9(04)V9.
           03 CS-RESANT       PIC X(11).
           03 FILLER          PIC X(20).
