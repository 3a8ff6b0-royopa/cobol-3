                03 SALARIOBASE   PIC 9(06)V99.
                03 NIVELESCOLAR  PIC 9(01).
                03 CARGOCBO      PIC 9(06).
                03 CGRAURISCO    PIC 9(01).
                03 CBASERISCO    PIC X(01).
                   88 RISCO-BASE-MINIMO  VALUE "M".
                   88 RISCO-BASE-SALARIO VALUE "S".
                03 FILLER        PIC X(23).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
              " FUNCIONARIOS NO CARGO ***".
       01 CDCT         PIC X(25) VALUE SPACES.
       01 ESCT         PIC X(25) VALUE SPACES.
       01 RSCT         PIC X(25) VALUE SPACES.
       01 TABSAL.
           03 TABSAL1      PIC X(25) VALUE "HORISTA                  ".
           03 TABSAL2      PIC X(25) VALUE "DIARISTA                 ".
           03 TABESC9      PIC X(25) VALUE "POS-GRADUACAO COMPLETO   ".
       01 TABESCOLA        REDEFINES TABSESC.
           03 TABESCOLA1   PIC X(25) OCCURS 9 TIMES.
       01 TABRISC.
           03 TABRISC0     PIC X(25) VALUE "SEM EXPOSICAO            ".
           03 TABRISC1     PIC X(25) VALUE "INSALUBRIDADE MINIMA 10% ".
           03 TABRISC2     PIC X(25) VALUE "INSALUBRIDADE MEDIA 20%  ".
           03 TABRISC3     PIC X(25) VALUE "INSALUBRIDADE MAXIMA 40% ".
           03 TABRISC4     PIC X(25) VALUE "PERICULOSIDADE 30%       ".
       01 TABRISCO         REDEFINES TABRISC.
           03 TABRISCO1    PIC X(25) OCCURS 5 TIMES.
       77 W-IDXRISCO   PIC 9(01) VALUE ZEROS.
       01 TABFAIXAMIN.
           03 FILLER       PIC 9(06)V99 VALUE 000000,00.
           03 FILLER       PIC 9(06)V99 VALUE 000880,00.
               VALUE  "           SALARIO BASE:".
           05  LINE 16  COLUMN 01
               VALUE  "           CBO (OCUPACAO):".
           05  LINE 18  COLUMN 01
               VALUE  "           GRAU DE RISCO (0-4):".
           05  LINE 20  COLUMN 01
               VALUE  "           BASE ADICIONAL (M=SAL MINIMO".
           05  LINE 20  COLUMN 41
               VALUE  " S=SALARIO):".
           05  TCODIGO
               LINE 06  COLUMN 19  PIC 9(03)
               USING  CODIGO
               LINE 16  COLUMN 28  PIC 9(06)
               USING  CARGOCBO
               HIGHLIGHT.
           05  TCGRAURISCO
               LINE 18  COLUMN 32  PIC 9(01)
               USING  CGRAURISCO
               HIGHLIGHT.
           05  TRISCODESC
               LINE 18  COLUMN 36  PIC X(25)
               FROM   RSCT.
           05  TCBASERISCO
               LINE 20  COLUMN 54  PIC X(01)
               USING  CBASERISCO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO CODIGO SALARIOBASE NIVELESCOLAR
                               TIPOSALARIO CARGOCBO CGRAURISCO
                MOVE SPACES TO DENOMINACAO CDCT ESCT RSCT CBASERISCO
                DISPLAY TELACARGO
                DISPLAY (01, 60) AMB-AMBIENTE.
       INC-002.
                      MOVE REGCARGO TO JRN-ANTES
                      PERFORM INC-004A
                      PERFORM INC-005A
                      PERFORM INC-008A
                      DISPLAY TELACARGO
                      MOVE "*** CARGO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT TCARGOCBO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
      *
      * GRAU DE RISCO: 1 A 3 INSALUBRIDADE (10/20/40%), 4 PERICULOSIDADE
      * (30%). A BASE DO ADICIONAL E O SALARIO MINIMO OU O SALARIO DO
      * FUNCIONARIO; SEM BASE INFORMADA, INSALUBRIDADE USA O MINIMO E
      * PERICULOSIDADE O SALARIO
      *
       INC-008.
                ACCEPT TCGRAURISCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF CGRAURISCO > 4
                   MOVE "*** GRAU DE RISCO INVALIDO (0 A 4) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-008A.
                COMPUTE W-IDXRISCO = CGRAURISCO + 1
                MOVE TABRISCO1 (W-IDXRISCO) TO RSCT
                DISPLAY TRISCODESC.
       INC-009.
                IF CGRAURISCO = ZEROS
                   MOVE SPACES TO CBASERISCO
                   DISPLAY TCBASERISCO
                   GO TO INC-009A.
                IF CBASERISCO = SPACES
                   IF CGRAURISCO = 4
                      MOVE "S" TO CBASERISCO
                   ELSE
                      MOVE "M" TO CBASERISCO.
                ACCEPT TCBASERISCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF CBASERISCO = "m"
                   MOVE "M" TO CBASERISCO.
                IF CBASERISCO = "s"
                   MOVE "S" TO CBASERISCO.
                IF NOT RISCO-BASE-MINIMO AND NOT RISCO-BASE-SALARIO
                   MOVE "*** BASE INVALIDA (M OU S) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-009A.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
