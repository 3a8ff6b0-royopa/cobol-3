      *
      * CONTROLE DOS EVENTOS DO ESOCIAL: UM REGISTRO POR EVENTO GERADO
      * EC-REF = DATA DO FATO (AAAAMMDD), SEQ. DA ALTERACAO OU
      * COMPETENCIA * 100 NOS EVENTOS PERIODICOS
      *
       FD  ESOCTRL
               LABEL RECORD IS STANDARD.
       01  REGESOCTRL.
           03 EC-CHAVE.
               05 EC-EVENTO    PIC X(06).
               05 EC-CHAPA     PIC 9(05).
               05 EC-REF       PIC 9(08).
               05 EC-SUB       PIC X(01).
           03 EC-COMPET       PIC 9(06).
           03 EC-DATA         PIC 9(08).
           03 EC-VALOR        PIC 9(08)V99.
           03 EC-INFO         PIC X(19).
           03 EC-DTGER        PIC 9(08).
           03 EC-PRAZO        PIC 9(08).
           03 EC-SITUACAO     PIC X(01).
               88 ESO-PENDENTE    VALUE "P".
               88 ESO-ACEITO      VALUE "A".
               88 ESO-REJEITADO   VALUE "R".
           03 EC-DTRET        PIC 9(08).
           03 EC-RECIBO       PIC X(23).
           03 EC-ERRO         PIC X(40).
           03 FILLER          PIC X(10).
