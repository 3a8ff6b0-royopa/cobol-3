      *
      * AULAS DADAS, UM REGISTRO POR TURMA/DISCIPLINA/DATA, GRAVADO
      * NA CHAMADA DO DIARIO DE CLASSE. AD-CHAPA E O PROFESSOR QUE
      * DEU A AULA; DIFERENTE DE AD-TITULAR (TD-CHAPA DA GRADE) E
      * AULA DADA POR SUBSTITUTO
      *
       FD  AULADADA
               LABEL RECORD IS STANDARD.
       01  REGAULADADA.
           03 AD-CHAVE.
               05 AD-TURMA     PIC X(05).
               05 AD-ANOLET    PIC 9(04).
               05 AD-DISC      PIC 9(03).
               05 AD-DATA      PIC 9(08).
           03 AD-QTAULAS      PIC 9(01).
           03 AD-CHAPA        PIC 9(05).
           03 AD-TITULAR      PIC 9(05).
           03 FILLER          PIC X(19).
