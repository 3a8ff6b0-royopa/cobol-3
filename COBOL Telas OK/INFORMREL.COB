       77 W-REND        PIC 9(10)V99 VALUE ZEROS.
       77 W-PREV        PIC 9(10)V99 VALUE ZEROS.
       77 W-IMPOSTO     PIC 9(10)V99 VALUE ZEROS.
       77 W-PENSAO      PIC 9(10)V99 VALUE ZEROS.
       77 W-DEC13       PIC 9(10)V99 VALUE ZEROS.
       77 W-VLRVERBA    PIC 9(08)V99 VALUE ZEROS.
       77 W-INSS13      PIC 9(10)V99 VALUE ZEROS.
       77 W-IRRF13      PIC 9(10)V99 VALUE ZEROS.
       77 W-PLR         PIC 9(10)V99 VALUE ZEROS.
       77 W-IRRFPLR     PIC 9(10)V99 VALUE ZEROS.
       01 W-IN-CABEC.
           03 FILLER        PIC X(36) VALUE
              "INFORME DE RENDIMENTOS - ANO BASE   ".
           READ CADFUNC NEXT RECORD
               AT END GO TO ROT-FECHA.
           PERFORM SOMA-ANO THRU SOMA-ANO-FIM
           IF W-REND = ZEROS AND W-DEC13 = ZEROS AND W-PLR = ZEROS
              GO TO LER-FUNC1.
           PERFORM GRAVA-INFORME THRU GRAVA-INFORME-FIM
           ADD 1 TO W-CONT-INF
      **************************************
      *
       SOMA-ANO.
           MOVE ZEROS TO W-REND W-PREV W-IMPOSTO W-PENSAO
           MOVE ZEROS TO W-DEC13 W-INSS13 W-IRRF13
           MOVE ZEROS TO W-PLR W-IRRFPLR
           MOVE 1 TO W-MESREF.
       SOMA-ANO1.
           IF W-MESREF > 12
           READ FICHAFIN
           IF ST-FICHAFIN = "00"
              MOVE FF-VALOR TO W-IRRF13.
           MOVE 541 TO FF-VERBA
           READ FICHAFIN
           IF ST-FICHAFIN = "00"
              ADD FF-VALOR TO W-PENSAO.
      *
      * PLR PAGA NO ANO (PSEUDO-COMPETENCIA AAAA14): TRIBUTACAO
      * EXCLUSIVA NA FONTE, FORA DOS RENDIMENTOS TRIBUTAVEIS
      *
           COMPUTE FF-COMPET = W-ANOBASE * 100 + 14
           MOVE 012 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           MOVE W-VLRVERBA TO W-PLR
           MOVE 507 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           MOVE W-VLRVERBA TO W-IRRFPLR.
       SOMA-ANO-FIM.
           EXIT.
      *
      **************************************
      *
      * FERIASCALC E RESCISAO SO GRAVAM NA FICHA FINANCEIRA; OS
      * VALORES TRIBUTADOS (FERIAS 020/021, SALDO 041, 13O PROP 043,
      * BANCO DE HORAS 046, ADICIONAL DE RISCO 047) E SUAS RETENCOES
      * 503-506 ENTRAM NO
      * INFORME. ABONO (022) E
      * VERBAS INDENIZADAS (042/044/045) FICAM FORA: NAO SAO
      * TRIBUTADAS PELOS PROGRAMAS QUE AS PAGAM. A PENSAO ALIMENTICIA
      * DESCONTADA (540 FOLHA, 542 FERIAS, 543 RESCISAO) E SOMADA A
      * PARTE PARA O QUADRO DE DEDUCOES
      *
       SOMA-FICMES.
           IF W-FIC-OK NOT = "S"
           MOVE 043 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           ADD W-VLRVERBA TO W-REND
           MOVE 046 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           ADD W-VLRVERBA TO W-REND
           MOVE 047 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           ADD W-VLRVERBA TO W-REND
           MOVE 503 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           ADD W-VLRVERBA TO W-PREV
           ADD W-VLRVERBA TO W-IMPOSTO
           MOVE 506 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           ADD W-VLRVERBA TO W-IMPOSTO
           MOVE 540 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           ADD W-VLRVERBA TO W-PENSAO
           MOVE 542 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           ADD W-VLRVERBA TO W-PENSAO
           MOVE 543 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           ADD W-VLRVERBA TO W-PENSAO.
       SOMA-FICMES-FIM.
           EXIT.
      *
           MOVE "IMPOSTO DE RENDA RETIDO NA FONTE    " TO IN-DESCR
           MOVE W-IMPOSTO TO IN-VALOR
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           IF W-PENSAO NOT = ZEROS
              MOVE "PENSAO ALIMENTICIA (JUDICIAL)      " TO IN-DESCR
              MOVE W-PENSAO TO IN-VALOR
              PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           MOVE "13O SALARIO (TRIBUTACAO EXCLUSIVA)  " TO IN-DESCR
           MOVE W-DEC13 TO IN-VALOR
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           MOVE "IRRF SOBRE 13O SALARIO              " TO IN-DESCR
           MOVE W-IRRF13 TO IN-VALOR
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           IF W-PLR = ZEROS
              GO TO GRAVA-INFORME-FIM.
           MOVE "PLR (TRIBUTACAO EXCLUSIVA)          " TO IN-DESCR
           MOVE W-PLR TO IN-VALOR
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           MOVE "IRRF SOBRE PLR                      " TO IN-DESCR
           MOVE W-IRRFPLR TO IN-VALOR
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       GRAVA-INFORME-FIM.
           EXIT.
