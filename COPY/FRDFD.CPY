      *
      * CALENDARIO DE FERIADOS DA INSTALACAO (NACIONAIS, ESTADUAIS E
      * MUNICIPAIS DOS LOCAIS ONDE HA EXPEDIENTE). FRD-DATA COM ANO
      * 0000 REPETE TODO ANO (EX.: 00001225); FERIADOS MOVEIS SAO
      * CADASTRADOS COM O ANO
      * FRD-TIPO F: FERIADO - DESCANSO REMUNERADO E BANCOS FECHADOS
      *          B: SO BANCARIO - EXPEDIENTE NORMAL, BANCOS FECHADOS
      *
       FD  CADFERIADO
               LABEL RECORD IS STANDARD.
       01  REGFERIADO.
           03 FRD-CHAVE.
               05 FRD-DATA    PIC 9(08).
               05 FRD-ABRANG  PIC X(01).
                  88 FER-NACIONAL   VALUE "N".
                  88 FER-ESTADUAL   VALUE "E".
                  88 FER-MUNICIPAL  VALUE "M".
           03 FRD-DESCR       PIC X(30).
           03 FRD-TIPO        PIC X(01).
              88 FER-CIVIL      VALUE "F".
              88 FER-BANCARIO   VALUE "B".
           03 FRD-UF          PIC X(02).
           03 FRD-CIDADE      PIC X(20).
           03 FILLER          PIC X(18).
