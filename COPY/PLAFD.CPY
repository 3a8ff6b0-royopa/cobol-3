      *
      * CADASTRO DE PLANOS DE SAUDE/ODONTOLOGICOS
      * PRECO POR FAIXA ETARIA (10 FAIXAS DA ANS): 00-18 19-23
      * 24-28 29-33 34-38 39-43 44-48 49-53 54-58 59 OU MAIS
      * PL-PCTTITULAR/PL-PCTDEPEND: PARTE PAGA PELA EMPRESA
      * PL-PCTCOPART: PARTE DO USO DESCONTADA DO FUNCIONARIO
      * PL-TETOCOPART: TETO MENSAL DA COPARTICIPACAO (ZERO = SEM)
      *
       FD  CADPLANO
               LABEL RECORD IS STANDARD.
       01  REGPLANO.
           03 PL-CODIGO       PIC 9(03).
           03 PL-DESCR        PIC X(30).
           03 PL-TIPO         PIC X(01).
               88 PLANO-SAUDE     VALUE "S".
               88 PLANO-ODONTO    VALUE "O".
           03 PL-OPERADORA    PIC X(30).
           03 PL-REGANS       PIC 9(06).
           03 PL-PCTTITULAR   PIC 9(03)V99.
           03 PL-PCTDEPEND    PIC 9(03)V99.
           03 PL-PCTCOPART    PIC 9(03)V99.
           03 PL-TETOCOPART   PIC 9(06)V99.
           03 PL-PRECOS.
               05 PL-PRECO     PIC 9(06)V99 OCCURS 10 TIMES.
           03 PL-SITUACAO     PIC X(01).
               88 PLANO-ATIVO     VALUE "A".
               88 PLANO-INATIVO   VALUE "I".
           03 FILLER          PIC X(20).
      *
      * ADESAO AO PLANO: UMA VIDA (CHAPA + SEQUENCIA DO DEPENDENTE,
      * 00 = TITULAR) POR PLANO. PB-CARTEIRA E O NUMERO DA CARTEIRINHA
      * NA OPERADORA, CHAVE DOS ARQUIVOS DE USO E DA FATURA
      *
       FD  CADPLBEN
               LABEL RECORD IS STANDARD.
       01  REGPLBEN.
           03 PB-CHAVE.
               05 PB-CHAPA     PIC 9(05).
               05 PB-SEQ       PIC 9(02).
               05 PB-PLANO     PIC 9(03).
           03 PB-CARTEIRA     PIC X(20).
           03 PB-DTINI        PIC 9(08).
           03 PB-DTFIM        PIC 9(08).
           03 FILLER          PIC X(20).
