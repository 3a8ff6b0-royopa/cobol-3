      *
      * AUTORIZACAO DO FUNCIONARIO PARA DESCONTO EM FOLHA DAS
      * MENSALIDADES DO ALUNO AE-RM. O FUNCIONARIO AE-CHAPA E O
      * RESPONSAVEL FINANCEIRO DO ALUNO (MESMO CPF DO RESPFIN).
      * CANCELADA A AUTORIZACAO O REGISTRO FICA COMO HISTORICO
      *
       FD  AUTFOLHA
               LABEL RECORD IS STANDARD.
       01  REGAUTFOLHA.
           03 AE-RM           PIC 9(05).
           03 AE-CHAPA        PIC 9(05).
           03 AE-CPF          PIC 9(11).
           03 AE-DTAUTORIZ    PIC 9(08).
           03 AE-SITUACAO     PIC X(01).
               88 AUT-ATIVA       VALUE "A".
               88 AUT-CANCELADA   VALUE "C".
           03 AE-DTCANCEL     PIC 9(08).
           03 FILLER          PIC X(20).
