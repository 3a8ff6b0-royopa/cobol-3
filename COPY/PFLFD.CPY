      *
      * PARAMETROS DE CALCULO DA FOLHA POR EMPRESA E VIGENCIA
      * PF-EMPRESA 00 E O PARAMETRO GERAL, USADO PELAS EMPRESAS SEM
      * PARAMETRO PROPRIO. VALE A VIGENCIA (AAAAMM) MAIS RECENTE QUE
      * NAO SEJA POSTERIOR A COMPETENCIA CALCULADA
      * PF-DIVISOR: HORAS MENSAIS PARA O VALOR DA HORA (220)
      * PF-PCTHE / PF-PCTDOM: ADICIONAL DA HORA EXTRA EM DIA UTIL E
      * EM DOMINGO/FERIADO (50% / 100%)
      * PF-HORASDIA: JORNADA DIARIA NORMAL (8,00)
      * PF-DIASMES: DIAS DO MES COMERCIAL PARA PRO-RATA (30)
      * PF-DIAPAGTO: DIA DO PAGAMENTO NO MES SEGUINTE (5)
      * PF-PCTTETO: TETO DOS DESCONTOS EM % DO BRUTO (70%)
      *
       FD  PARFOLHA
               LABEL RECORD IS STANDARD.
       01  REGPARFOLHA.
           03 PF-CHAVE.
               05 PF-EMPRESA  PIC 9(02).
               05 PF-VIGENCIA PIC 9(06).
           03 PF-DIVISOR      PIC 9(03).
           03 PF-PCTHE        PIC 9(03)V99.
           03 PF-PCTDOM       PIC 9(03)V99.
           03 PF-HORASDIA     PIC 9(02)V99.
           03 PF-DIASMES      PIC 9(02).
           03 PF-DIAPAGTO     PIC 9(02).
           03 PF-PCTTETO      PIC 9(02)V99.
           03 FILLER          PIC X(20).
