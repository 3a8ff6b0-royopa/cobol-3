                03 MF-FALTAS       PIC 9(02).
                03 MF-VALORCOM     PIC 9(06)V99.
                03 MF-EMPRESA      PIC 9(02).
                03 MF-HNOTURNA     PIC 9(03)V9.
                03 MF-HEXTRADOM    PIC 9(03)V9.
                03 MF-HFERIADO     PIC 9(02)V9.
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
               VALUE  "FALTAS (DIAS):".
           05  LINE 14  COLUMN 01
               VALUE  "      TAREFAS CONCLUIDAS:".
           05  LINE 14  COLUMN 41
               VALUE  "HORAS NOTURNAS:".
           05  LINE 16  COLUMN 01
               VALUE  "      VALOR DE COMISSAO:".
           05  LINE 16  COLUMN 41
               VALUE  "EXTRAS DOMINGO.:".
           05  LINE 18  COLUMN 41
               VALUE  "HORAS FERIADO..:".
           05  TAMBIENTE
               LINE 04  COLUMN 17  PIC X(08)
               USING  AMB-AMBIENTE.
               LINE 12  COLUMN 56  PIC 9(02)
               USING  MF-FALTAS
               HIGHLIGHT.
           05  THNOTURNA
               LINE 14  COLUMN 57  PIC 999,9
               USING  MF-HNOTURNA
               HIGHLIGHT.
           05  THEXTRADOM
               LINE 16  COLUMN 58  PIC 999,9
               USING  MF-HEXTRADOM
               HIGHLIGHT.
           05  THFERIADO
               LINE 18  COLUMN 59  PIC 99,9
               USING  MF-HFERIADO
               HIGHLIGHT.
           05  TTAREFAS
               LINE 14  COLUMN 27  PIC 9(04)
               USING  MF-TAREFAS
       INC-001.
                MOVE ZEROS  TO MF-CHAPA MF-COMPET MF-HORAS MF-HEXTRA
                MOVE ZEROS  TO MF-DIAS MF-TAREFAS MF-FALTAS MF-VALORCOM
                MOVE ZEROS  TO MF-HNOTURNA MF-HEXTRADOM MF-HFERIADO
                MOVE SPACES TO NOME
                DISPLAY TELAFREQ.

                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.

       INC-005A.
                ACCEPT THNOTURNA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.

       INC-005B.
                ACCEPT THEXTRADOM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005A.

       INC-005C.
                ACCEPT THFERIADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005B.

       INC-006.
                ACCEPT TDIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005C.
                IF MF-DIAS > 31
                   MOVE "*** DIAS TRABALHADOS INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
