       77 W-ARQ-DESCONTO   PIC X(64) VALUE SPACES.
       77 ST-DESCONTO      PIC X(02) VALUE "00".
       77 W-DSC-OK         PIC X(01) VALUE "N".
       77 W-ARQ-DESCMENS   PIC X(64) VALUE SPACES.
       77 ST-DESCMENS      PIC X(02) VALUE "00".
       77 W-DSM-OK         PIC X(01) VALUE "N".
      *
      * DESCONTO DE IRMAOS QUANDO DETECTADO PELO CPF DO RESPONSAVEL
      * E O ALUNO NAO TEM REGISTRO PROPRIO DO TIPO I
      *
       77 W-DSC-IRMAO-PAD  PIC 9(03)V99 VALUE 10,00.
      *
      * ENTRADA: RM, COMPETENCIA, VALOR BRUTO E INDICADOR DE IRMAO
      *
       77 W-DSC-RM         PIC 9(05) VALUE ZEROS.
       77 W-DSC-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-DSC-BRUTO      PIC 9(06)V99 VALUE ZEROS.
       77 W-DSC-IRMAO      PIC X(01) VALUE "N".
      *
      * SAIDA: DESCONTO POR TIPO, TOTAL E VALOR LIQUIDO
      *
       77 W-DSC-TOTAL      PIC 9(06)V99 VALUE ZEROS.
       77 W-DSC-LIQUIDO    PIC 9(06)V99 VALUE ZEROS.
       77 W-DSC-AUX        PIC 9(06)V99 VALUE ZEROS.
       77 W-DSC-IDX        PIC 9(01) VALUE ZEROS.
       01 W-DSC-VALORES.
           03 W-DSC-VLR        PIC 9(06)V99 OCCURS 3 TIMES.
       01 W-DSC-TIPOS      PIC X(03) VALUE "BIF".
       01 W-DSC-TIPOS-R REDEFINES W-DSC-TIPOS.
           03 W-DSC-TIPO       PIC X(01) OCCURS 3 TIMES.
       01 W-DSC-NOMES.
           03 FILLER           PIC X(20) VALUE "BOLSA DE ESTUDO".
           03 FILLER           PIC X(20) VALUE "DESCONTO IRMAOS".
           03 FILLER           PIC X(20) VALUE "FILHO DE FUNCIONARIO".
       01 W-DSC-NOMES-R REDEFINES W-DSC-NOMES.
           03 W-DSC-NOME       PIC X(20) OCCURS 3 TIMES.
