      *
      * DESCONTOS CONCEDIDOS NA MENSALIDADE, UM POR RM E TIPO
      * DS-TIPO: B=BOLSA DE ESTUDO, I=IRMAOS, F=FILHO DE FUNCIONARIO
      * DS-MODO: P=PERCENTUAL SOBRE A MENSALIDADE, V=VALOR FIXO
      * VIGENCIA EM COMPETENCIAS (AAAAMM); DS-CMPFIM ZERO = SEM FIM
      * SO E APLICADO DESCONTO APROVADO (DS-APROVADO = "S")
      *
       FD  DESCONTO
               LABEL RECORD IS STANDARD.
       01  REGDESCONTO.
           03 DS-CHAVE.
               05 DS-RM        PIC 9(05).
               05 DS-TIPO      PIC X(01).
                   88 DESC-BOLSA      VALUE "B".
                   88 DESC-IRMAO      VALUE "I".
                   88 DESC-FUNC       VALUE "F".
           03 DS-MODO         PIC X(01).
               88 DESC-PERCENT    VALUE "P".
               88 DESC-FIXO       VALUE "V".
           03 DS-PERCENT      PIC 9(03)V99.
           03 DS-VALOR        PIC 9(06)V99.
           03 DS-CMPINI       PIC 9(06).
           03 DS-CMPFIM       PIC 9(06).
           03 DS-APROVADO     PIC X(01).
               88 DESC-APROVADO   VALUE "S".
           03 DS-APROVADOR    PIC X(20).
           03 DS-DTAPROV      PIC 9(08).
           03 FILLER          PIC X(19).
      *
      * DESCONTO APLICADO EM CADA MENSALIDADE GERADA, POR TIPO, COM O
      * VALOR BRUTO DA TURMA (MN-VALOR GUARDA O VALOR JA DESCONTADO)
      *
       FD  DESCMENS
               LABEL RECORD IS STANDARD.
       01  REGDESCMENS.
           03 DM-CHAVE.
               05 DM-RM        PIC 9(05).
               05 DM-COMPET    PIC 9(06).
               05 DM-TIPO      PIC X(01).
           03 DM-TURMA        PIC X(05).
           03 DM-BRUTO        PIC 9(06)V99.
           03 DM-DESCONTO     PIC 9(06)V99.
           03 FILLER          PIC X(07).
