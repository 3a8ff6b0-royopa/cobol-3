      *
      * CADASTRO DE SINDICATOS
      * SN-MESBASE: MES DA DATA-BASE DA CONVENCAO COLETIVA
      * SN-PISO: PISO SALARIAL MENSAL DA CATEGORIA
      * MENSALIDADE (SO DOS ASSOCIADOS): P=PERCENTUAL DO SALARIO,
      * V=VALOR FIXO, N=NAO COBRADA
      * CONTRIBUICAO ASSISTENCIAL: PERCENTUAL DO SALARIO NO MES
      * SN-MESASSIST (ZERO = TODO MES), LIMITADA A SN-TETOASSIST
      * (ZERO = SEM TETO); NAO E DESCONTADA DE QUEM ENTREGOU CARTA
      * DE OPOSICAO
      *
       FD  CADSINDIC
               LABEL RECORD IS STANDARD.
       01  REGSINDIC.
           03 SN-CODIGO       PIC 9(03).
           03 SN-NOME         PIC X(40).
           03 SN-CNPJ         PIC 9(14).
           03 SN-MESBASE      PIC 9(02).
           03 SN-PISO         PIC 9(06)V99.
           03 SN-TIPOMENS     PIC X(01).
               88 MENSAL-PERCENT  VALUE "P".
               88 MENSAL-VALOR    VALUE "V".
               88 MENSAL-ISENTA   VALUE "N".
           03 SN-PCTMENS      PIC 9(02)V99.
           03 SN-VLRMENS      PIC 9(04)V99.
           03 SN-PCTASSIST    PIC 9(02)V99.
           03 SN-MESASSIST    PIC 9(02).
           03 SN-TETOASSIST   PIC 9(04)V99.
           03 SN-SITUACAO     PIC X(01).
               88 SINDIC-ATIVO    VALUE "A".
               88 SINDIC-INATIVO  VALUE "I".
           03 FILLER          PIC X(20).
