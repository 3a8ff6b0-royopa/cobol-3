      *
      * AREAS DA COMPARACAO DE CONTATOS DO CADAMIGO (AMDPAR).
      * W-AMD-ENTRADA RECEBE OS CAMPOS DO CONTATO; NORMALIZA-AMIGO
      * DEVOLVE EM W-AMD-CHAVE NOME E ENDERECO EM MAIUSCULAS, SEM
      * PONTUACAO E COM UM SO ESPACO ENTRE AS PALAVRAS. PONTUA-PAR
      * COMPARA W-AMD-CHV1 COM W-AMD-CHV2 (0 A 100 PONTOS)
      *
       77 W-AMD-IDX        PIC 9(02) COMP VALUE ZEROS.
       77 W-AMD-PRIM       PIC 9(02) COMP VALUE ZEROS.
       77 W-AMD-ULT        PIC 9(02) COMP VALUE ZEROS.
       77 W-AMD-PTR        PIC 9(02) COMP VALUE ZEROS.
       77 W-AMD-TIPO       PIC X(01) VALUE SPACES.
           88 AMD-TIPO-NOME     VALUE "N".
           88 AMD-TIPO-ENDER    VALUE "E".
       77 W-AMD-TXT        PIC X(30) VALUE SPACES.
       77 W-AMD-NRM        PIC X(30) VALUE SPACES.
       77 W-AMD-PONTOS     PIC 9(03) VALUE ZEROS.
       77 W-AMD-CRIT       PIC X(26) VALUE SPACES.
       01 W-AMD-PALAVRAS.
           03 W-AMD-PAL        PIC X(30) OCCURS 8 TIMES.
       01 W-AMD-ENTRADA.
           03 AMN-NOME         PIC X(30).
           03 AMN-ENDERECO     PIC X(30).
           03 AMN-CEP          PIC 9(08).
           03 AMN-DDD          PIC 9(02).
           03 AMN-TELEFONE     PIC 9(09).
           03 AMN-EMAIL        PIC X(30).
       01 W-AMD-CHAVE.
           03 AMC-NOME         PIC X(30).
           03 AMC-NOMEPU       PIC X(30).
           03 AMC-ENDERECO     PIC X(30).
           03 AMC-CEP          PIC 9(08).
           03 AMC-DDD          PIC 9(02).
           03 AMC-TELEFONE     PIC 9(09).
           03 AMC-EMAIL        PIC X(30).
       01 W-AMD-CHV1.
           03 AM1-NOME         PIC X(30).
           03 AM1-NOMEPU       PIC X(30).
           03 AM1-ENDERECO     PIC X(30).
           03 AM1-CEP          PIC 9(08).
           03 AM1-DDD          PIC 9(02).
           03 AM1-TELEFONE     PIC 9(09).
           03 AM1-EMAIL        PIC X(30).
       01 W-AMD-CHV2.
           03 AM2-NOME         PIC X(30).
           03 AM2-NOMEPU       PIC X(30).
           03 AM2-ENDERECO     PIC X(30).
           03 AM2-CEP          PIC 9(08).
           03 AM2-DDD          PIC 9(02).
           03 AM2-TELEFONE     PIC 9(09).
           03 AM2-EMAIL        PIC X(30).
