      *
      * RATEIO DO CUSTO DO FUNCIONARIO ENTRE DEPARTAMENTOS (E SEUS
      * CENTROS DE CUSTO) - UM REGISTRO POR CHAPA E INICIO DE
      * VIGENCIA. RO-VIGFIM ZERADO = SEM FIM. PERCENTUAIS SOMAM 100
      *
       FD  CADRATEIO
               LABEL RECORD IS STANDARD.
       01  REGRATEIO.
           03 RO-CHAVE.
               05 RO-CHAPA     PIC 9(05).
               05 RO-VIGINI    PIC 9(08).
           03 RO-VIGFIM       PIC 9(08).
           03 RO-QTD          PIC 9(02).
           03 RO-ITENS.
               05 RO-ITEM OCCURS 6 TIMES.
                   07 RO-DEPTO  PIC 9(03).
                   07 RO-PCT    PIC 9(03)V99.
           03 FILLER          PIC X(19).
