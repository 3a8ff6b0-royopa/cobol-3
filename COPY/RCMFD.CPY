      *
      * RECEBIMENTOS DE MENSALIDADE (UM POR PAGAMENTO, PARCIAL OU NAO)
      * RC-PRINCIPAL ABATE O SALDO; MULTA E JUROS SAO OS ENCARGOS
      * COBRADOS SOBRE ESSA PARTE DO PRINCIPAL. RC-EXCEDENTE E O QUE
      * FOI PAGO ALEM DO DEVIDO (LIQUIDACAO BANCARIA OU DESCONTO EM
      * FOLHA DE MENSALIDADE QUE JA TINHA SIDO PAGA NO CAIXA)
      * RC-ORIGEM: C=CAIXA DA ESCOLA, B=RETORNO DE COBRANCA BANCARIA,
      * F=DESCONTO EM FOLHA DO FUNCIONARIO RESPONSAVEL
      *
       FD  RECMENS
               LABEL RECORD IS STANDARD.
       01  REGRECMENS.
           03 RC-CHAVE.
               05 RC-RM           PIC 9(05).
               05 RC-COMPET       PIC 9(06).
               05 RC-SEQ          PIC 9(03).
           03 RC-DTRECEB      PIC 9(08).
           03 RC-VLRRECEB     PIC 9(06)V99.
           03 RC-PRINCIPAL    PIC 9(06)V99.
           03 RC-MULTA        PIC 9(06)V99.
           03 RC-JUROS        PIC 9(06)V99.
           03 RC-DIASATRASO   PIC 9(04).
           03 RC-OPERADOR     PIC X(08).
           03 RC-EXCEDENTE    PIC 9(06)V99.
           03 RC-ORIGEM       PIC X(01).
               88 RECEB-CAIXA     VALUE "C".
               88 RECEB-BANCO     VALUE "B".
               88 RECEB-FOLHA     VALUE "F".
           03 FILLER          PIC X(05).
