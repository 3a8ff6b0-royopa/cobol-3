                DISPLAY (05, 01) "NOME: "
                DISPLAY (06, 01) "SENHA: "
                DISPLAY (07, 01) "PERMISSOES (S/N OPCOES 1-20): "
                DISPLAY (08, 01) "ATIVO (S/N): "
                DISPLAY (10, 01) "OPCOES: 1-17=MENU  18=SUPERVISOR  "
                DISPLAY (10, 35) "19=APROVADOR  20=SPOOL DE RELATORIOS".
       INC-002.
                ACCEPT (04, 12) USU-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
