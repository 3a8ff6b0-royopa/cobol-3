       FD  CADCAND
               LABEL RECORD IS STANDARD.
       01  REGCAND.
           03 CA-CHAVE.
               05 CA-REQ       PIC 9(05).
               05 CA-SEQ       PIC 9(03).
           03 CA-NOME         PIC X(35).
           03 CA-CPF          PIC 9(11).
           03 CA-DATANASC     PIC 9(08).
           03 CA-DDD          PIC 9(02).
           03 CA-FONE         PIC 9(09).
           03 CA-ETAPA        PIC X(01).
               88 CAND-TRIAGEM    VALUE "T".
               88 CAND-ENTREVISTA VALUE "E".
               88 CAND-PROPOSTA   VALUE "P".
               88 CAND-CONTRATADO VALUE "C".
               88 CAND-DISPENSADO VALUE "D".
               88 CAND-DESISTENTE VALUE "S".
               88 CAND-EM-SELECAO VALUES "T" "E" "P".
           03 CA-DTETAPA      PIC 9(08).
           03 CA-SALPROP      PIC 9(06)V99.
           03 CA-CHAPA        PIC 9(05).
           03 CA-DTADM        PIC 9(08).
           03 CA-OBS          PIC X(30).
           03 FILLER          PIC X(17).
