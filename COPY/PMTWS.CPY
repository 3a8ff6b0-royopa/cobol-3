       77 W-ARQ-PREMAT     PIC X(64) VALUE SPACES.
       77 ST-PREMAT        PIC X(02) VALUE "00".
       77 W-PMT-OK         PIC X(01) VALUE "N".
      *
      * ENTRADA DE CONTA-OCUPACAO E CONVOCA-PROXIMO: TURMA/ANO E A
      * PRE-MATRICULA QUE NAO DEVE SER CONTADA (ZEROS = NENHUMA)
      *
       77 W-PMT-ANO        PIC 9(04) VALUE ZEROS.
       77 W-PMT-TURMA      PIC X(05) VALUE SPACES.
       77 W-PMT-EXCLUI     PIC 9(05) VALUE ZEROS.
      *
      * SAIDA: VAGAS OCUPADAS, CAPACIDADE DA TURMA E CONVOCACOES
      *
       77 W-PMT-OCUPADAS   PIC 9(03) VALUE ZEROS.
       77 W-PMT-CAPAC      PIC 9(03) VALUE ZEROS.
       77 W-PMT-QTCONV     PIC 9(03) VALUE ZEROS.
       77 W-PMT-ULTRM      PIC 9(05) VALUE ZEROS.
       77 W-PMT-ACHOU      PIC X(01) VALUE "N".
       77 W-PMT-SALVA      PIC X(200) VALUE SPACES.
       01 W-PMT-MELHOR.
           03 MP-NUMERO        PIC 9(05).
           03 MP-IRMAO         PIC X(01).
           03 MP-DTPEDIDO      PIC 9(08).
       77 W-PMT-SALVA2     PIC X(200) VALUE SPACES.
       77 W-PMT-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-PMT-NOMECONV   PIC X(35) VALUE SPACES.
