      *
      * BOLETOS DE COBRANCA DE MENSALIDADE ENVIADOS AO BANCO
      * CB-NOSSONUM (NOSSO NUMERO) = COMPETENCIA AAAAMM + RM
      * CB-VALOR E O SALDO DA MENSALIDADE NA EMISSAO; MULTA E JUROS
      * SAO CALCULADOS PELO BANCO COM OS PERCENTUAIS DA REMESSA
      * SITUACAO: E=EMITIDO NA REMESSA, C=ENTRADA CONFIRMADA,
      * L=LIQUIDADO, J=REJEITADO PELO BANCO, B=BAIXADO
      * J E B PODEM SER EMITIDOS DE NOVO NA PROXIMA REMESSA
      *
       FD  COBRANCA
               LABEL RECORD IS STANDARD.
       01  REGCOBRANCA.
           03 CB-NOSSONUM     PIC 9(11).
           03 CB-MENS.
               05 CB-RM        PIC 9(05).
               05 CB-COMPET    PIC 9(06).
           03 CB-VALOR        PIC 9(06)V99.
           03 CB-DTVENC       PIC 9(08).
           03 CB-DTEMISSAO    PIC 9(08).
           03 CB-SITUACAO     PIC X(01).
               88 BOLETO-EMITIDO    VALUE "E".
               88 BOLETO-CONFIRMADO VALUE "C".
               88 BOLETO-LIQUIDADO  VALUE "L".
               88 BOLETO-REJEITADO  VALUE "J".
               88 BOLETO-BAIXADO    VALUE "B".
           03 CB-DTPAGTO      PIC 9(08).
           03 CB-VLRPAGO      PIC 9(08)V99.
           03 CB-OCORRENCIA   PIC X(02).
           03 FILLER          PIC X(13).
