      *
      * HISTORICO DOS CONTATOS DO CADAMIGO ELIMINADOS NA UNIFICACAO
      * DE DUPLICADOS. AH-REGAMIGO GUARDA A IMAGEM DO REGISTRO COMO
      * ESTAVA ANTES DA EXCLUSAO; AH-SOBREVIVE E O APELIDO QUE FICOU
      * NO CADAMIGO E AH-QTRESP QUANTOS RESPFIN FORAM REAPONTADOS
      *
       FD  AMIGOHIS
               LABEL RECORD IS STANDARD.
       01  REGAMIGOHIS.
           03 AH-CHAVE.
               05 AH-APELIDO      PIC X(12).
               05 AH-DTFUSAO      PIC 9(08).
               05 AH-HRFUSAO      PIC 9(06).
           03 AH-SOBREVIVE    PIC X(12).
           03 AH-PONTOS       PIC 9(03).
           03 AH-QTRESP       PIC 9(03).
           03 AH-REGAMIGO     PIC X(180).
           03 FILLER          PIC X(16).
