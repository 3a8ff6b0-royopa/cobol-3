                DISPLAY (10, 42) "15- CADASTRO DE OPERADORES"
                DISPLAY (11, 42) "16- CONTROLE DE FERIAS"
                DISPLAY (12, 42) "17- TRANSFERENCIA DE DEPTO"
                DISPLAY (13, 42) "18- SPOOL DE RELATORIOS"
                DISPLAY (15, 05) "0 - ENCERRAR"
                DISPLAY (16, 05) "OPCAO: "
                MOVE ZEROS TO W-OPCAO
                ACCEPT (16, 13) W-OPCAO.
                IF W-OPCAO = 0 GO TO ROT-FIM.
                IF W-OPCAO > 18 GO TO MENU-001.
      *
      * AS PERMISSOES 18 (SUPERVISOR) E 19 (APROVADOR) NAO SAO DE MENU;
      * A OPCAO 18 (SPOOL DE RELATORIOS) USA A PERMISSAO 20
      *
                IF W-OPCAO = 18 GO TO OPC-018.
                IF W-PERM-I (W-OPCAO) NOT = "S"
                   DISPLAY (18, 05) "ACESSO NEGADO A ESTA OPCAO"
                   GO TO MENU-001.
       OPC-017.
                CALL "FP201620"
                GO TO MENU-001.
       OPC-018.
                IF W-PERM-I (20) NOT = "S"
                   DISPLAY (18, 05) "ACESSO NEGADO A ESTA OPCAO"
                   GO TO MENU-001.
                CALL "FP201646"
                GO TO MENU-001.
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
