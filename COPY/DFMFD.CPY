      *
      * DESCONTO EM FOLHA DA MENSALIDADE FM-RM/FM-COMPMEN NA FOLHA DA
      * COMPETENCIA FM-COMPFOL DO FUNCIONARIO FM-CHAPA. FM-DEVIDO E O
      * SALDO COM ENCARGOS NA DATA DO PAGAMENTO DA FOLHA E FM-VALOR O
      * QUE COUBE NO TETO DE DESCONTOS. FM-SITUACAO: C=CALCULADO NA
      * FOLHA, N=NAO COUBE NO TETO (CONTINUA EM ABERTO), L=LIQUIDADO
      * NA MENSALIDADE (RECMENS FM-SEQREC) DEPOIS DE PAGA A FOLHA
      *
       FD  DESCFOLHA
               LABEL RECORD IS STANDARD.
       01  REGDESCFOLHA.
           03 FM-CHAVE.
               05 FM-RM           PIC 9(05).
               05 FM-COMPMEN      PIC 9(06).
           03 FM-CHAVEFOL.
               05 FM-COMPFOL      PIC 9(06).
               05 FM-CHAPA        PIC 9(05).
           03 FM-DEVIDO       PIC 9(07)V99.
           03 FM-VALOR        PIC 9(06)V99.
           03 FM-DTCALC       PIC 9(08).
           03 FM-SITUACAO     PIC X(01).
               88 DESC-CALCULADO  VALUE "C".
               88 DESC-NAOCOUBE   VALUE "N".
               88 DESC-LIQUIDADO  VALUE "L".
           03 FM-DTLIQ        PIC 9(08).
           03 FM-SEQREC       PIC 9(03).
           03 FILLER          PIC X(10).
